      ******************************************************************
      * Copybook: BONDWS
      * In-memory bonded stock ledger plus working fields for the
      * shared load/find/rewrite paragraphs (see BONDREC/BONDLOAD).
      * A caller moves the item code to WS-CHK-BOND-CODE and PERFORMs
      * FIND-BOND-ROW (WS-BOND-FOUND/WS-BOND-FOUND-IX answer).
      ******************************************************************
           01 WS-BOND-FILENAME         PIC X(100).
           01 WS-BOND-STATUS           PIC X(2).
           01 WS-BOND-CNT              PIC 9(4) VALUE 0.
           01 WS-BOND-TABLE.
               03 WS-BOND-ROW OCCURS 1000 TIMES.
                   05 WS-BOND-CODE        PIC X(6).
                   05 WS-BOND-QTY         PIC 9(5).
                   05 WS-BOND-VALUE       PIC 9(9)V99.
                   05 WS-BOND-DATE        PIC X(10).
           01 WS-BOND-CAPACITY         PIC 9(4) VALUE 1000.
           01 WS-BOND-DROPPED          PIC 9(4) VALUE 0.
           01 WS-BOND-SCAN             PIC 9(4).
           01 WS-BOND-EOF              PIC A(1).
           01 WS-BOND-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-BOND-KEPT-CNT         PIC 9(4).
           01 WS-CHK-BOND-CODE         PIC X(6).
           01 WS-BOND-FOUND            PIC A(1).
           01 WS-BOND-FOUND-IX         PIC 9(4).
           01 WS-BOND.
               COPY BONDREC.
