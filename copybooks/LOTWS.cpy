      ******************************************************************
      * Copybook: LOTWS
      * In-memory lot register plus working fields for the shared
      * load/sum/rewrite paragraphs (see LOTREC/LOTLOAD).  A caller
      * moves the category to WS-CHK-LOT-CATEGORY and PERFORMs
      * CHECK-LOT-CONTROLLED (WS-LOT-CONTROLLED answers), or the item
      * code to WS-CHK-LOT-CODE and PERFORMs SUM-ITEM-LOTS, which
      * answers every lot's quantity in WS-LOT-HELD-QTY and the
      * unexpired part of it in WS-LOT-LIVE-QTY.
      ******************************************************************
           01 WS-LOT-FILENAME          PIC X(100).
           01 WS-LOT-STATUS            PIC X(2).
           01 WS-LOT-CNT               PIC 9(4) VALUE 0.
           01 WS-LOT-TABLE.
               03 WS-LOT-ROW OCCURS 3000 TIMES.
                   05 WS-LOT-CODE         PIC X(6).
                   05 WS-LOT-NUMBER       PIC X(10).
                   05 WS-LOT-EXPIRY       PIC X(10).
                   05 WS-LOT-QTY          PIC 9(5).
                   05 WS-LOT-RECEIVED     PIC X(10).
           01 WS-LOT-CAPACITY          PIC 9(4) VALUE 3000.
           01 WS-LOT-DROPPED           PIC 9(4) VALUE 0.
           01 WS-LOT-SCAN              PIC 9(4).
           01 WS-LOT-EOF               PIC A(1).
           01 WS-LOT-CHANGED           PIC A(1) VALUE 'N'.
           01 WS-LOT-KEPT-CNT          PIC 9(4).
           01 WS-CHK-LOT-CATEGORY      PIC X(12).
           01 WS-LOT-CONTROLLED        PIC A(1).
           01 WS-CHK-LOT-CODE          PIC X(6).
           01 WS-LOT-HELD-QTY          PIC 9(7).
           01 WS-LOT-LIVE-QTY          PIC 9(7).
      * Today and a lot's expiry as YYYYMMDD so expiries compare
      * correctly across month and year ends - a lot is live through
      * its expiry date and expired the day after.
           01 WS-LOT-TODAY-KEY         PIC X(8).
           01 WS-LOT-ROW-KEY           PIC X(8).
           01 WS-LOT.
               COPY LOTREC.
