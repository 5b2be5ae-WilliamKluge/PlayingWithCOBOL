      ******************************************************************
      * Copybook: LMSTWS
      * In-memory location master plus working fields for the shared
      * load/check paragraphs (see LMSTREC/LMSTLOAD).  A caller moves
      * the location to WS-CHK-LMST-LOC and PERFORMs CHECK-LOCATION-
      * MASTER (WS-LMST-VALID / WS-LMST-FOUND-IX answer), or also
      * moves the units about to land there to WS-LMST-ADD-QTY and
      * PERFORMs CHECK-LOCATION-ROOM, which leaves a reject reason
      * in WS-LMST-REJECT (spaces when the stock may land).  A blank
      * location is defaulted to the shop floor first (see LOCWS).
      ******************************************************************
           01 WS-LOCMAST-FILENAME      PIC X(100).
           01 WS-LOCMAST-STATUS        PIC X(2).
           01 WS-LMST-CNT              PIC 9(2) VALUE 0.
           01 WS-LMST-TABLE.
               03 WS-LMST-ROW OCCURS 50 TIMES.
                   05 WS-LMST-LOC         PIC X(4).
                   05 WS-LMST-DESC        PIC X(30).
                   05 WS-LMST-SELLABLE    PIC X(1).
                   05 WS-LMST-CAPACITY    PIC 9(7).
                   05 WS-LMST-LIMIT       PIC 9(9)V99.
           01 WS-LMST-CAPACITY-ROWS    PIC 9(2) VALUE 50.
           01 WS-LMST-DROPPED          PIC 9(2) VALUE 0.
           01 WS-LMST-SCAN             PIC 9(2).
           01 WS-LMST-EOF              PIC A(1).
           01 WS-CHK-LMST-LOC          PIC X(4).
           01 WS-LMST-VALID            PIC A(1).
           01 WS-LMST-FOUND-IX         PIC 9(2).
           01 WS-LMST-ADD-QTY          PIC 9(7).
           01 WS-LMST-UNITS            PIC 9(9).
           01 WS-LMST-REJECT           PIC X(30).
           01 WS-LMST.
               COPY LMSTREC.
