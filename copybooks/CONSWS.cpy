      ******************************************************************
      * Copybook: CONSWS
      * In-memory consignment ledger plus working fields for the
      * shared load/find/rewrite paragraphs (see CONSREC/CONSLOAD).
      * A caller moves the vendor and item code to WS-CHK-CONS-VENDOR
      * and WS-CHK-CONS-CODE and PERFORMs FIND-CONSIGNMENT
      * (WS-CONS-FOUND/WS-CONS-FOUND-IX answer), or the item code
      * alone and PERFORMs SUM-ITEM-CONSIGNED, which answers every
      * vendor's units of it in WS-CONS-ITEM-QTY and the first row
      * holding any in WS-CONS-FIRST-IX.
      ******************************************************************
           01 WS-CONS-FILENAME         PIC X(100).
           01 WS-CONS-STATUS           PIC X(2).
           01 WS-CONS-CNT              PIC 9(4) VALUE 0.
           01 WS-CONS-TABLE.
               03 WS-CONS-ROW OCCURS 1000 TIMES.
                   05 WS-CONS-VENDOR      PIC X(8).
                   05 WS-CONS-CODE        PIC X(6).
                   05 WS-CONS-QTY         PIC 9(5).
                   05 WS-CONS-RATE        PIC 9(7)V99.
                   05 WS-CONS-DATE        PIC X(10).
           01 WS-CONS-CAPACITY         PIC 9(4) VALUE 1000.
           01 WS-CONS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-CONS-SCAN             PIC 9(4).
           01 WS-CONS-EOF              PIC A(1).
           01 WS-CONS-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-CONS-KEPT-CNT         PIC 9(4).
           01 WS-CHK-CONS-VENDOR       PIC X(8).
           01 WS-CHK-CONS-CODE         PIC X(6).
           01 WS-CONS-FOUND            PIC A(1).
           01 WS-CONS-FOUND-IX         PIC 9(4).
           01 WS-CONS-ITEM-QTY         PIC 9(7).
           01 WS-CONS-FIRST-IX         PIC 9(4).
           01 WS-CONS.
               COPY CONSREC.
