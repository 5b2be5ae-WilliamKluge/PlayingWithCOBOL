      ******************************************************************
      * Copybook: WORDWS
      * In-memory work-order table plus working fields for the
      * shared load and rewrite paragraphs (see WORDREC/WORDLOAD).
      * An order is open while its status is O - its unit is still
      * with the enchanter.
      ******************************************************************
           01 WS-WORD-CNT              PIC 9(4) VALUE 0.
           01 WS-WORD-TABLE.
               03 WS-WORD-ROW OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-WORD-CNT
               INDEXED BY WS-WORD-IX.
                   05 WS-WORD-NUMBER      PIC X(8).
                   05 WS-WORD-CODE        PIC X(6).
                   05 WS-WORD-SERIAL      PIC X(12).
                   05 WS-WORD-VENDOR      PIC X(8).
                   05 WS-WORD-TYPE        PIC X(1).
                   05 WS-WORD-OWNER       PIC X(1).
                   05 WS-WORD-CUSTOMER    PIC X(10).
                   05 WS-WORD-OPEN-DATE   PIC X(10).
                   05 WS-WORD-PROMISED    PIC X(10).
                   05 WS-WORD-QUOTED      PIC 9(7)V99.
                   05 WS-WORD-ACTUAL      PIC 9(7)V99.
                   05 WS-WORD-CLOSE-DATE  PIC X(10).
                   05 WS-WORD-STATUS      PIC X(1).
                   05 WS-WORD-PRIOR       PIC X(1).
           01 WS-WORD-CAPACITY         PIC 9(4) VALUE 2000.
           01 WS-WORD-DROPPED          PIC 9(4) VALUE 0.
           01 WS-WORD-SCAN             PIC 9(4).
           01 WS-WORD-EOF              PIC A(1).
           01 WS-WORD.
               COPY WORDREC.
