      ******************************************************************
      * Copybook: CSCHWS
      * In-memory count schedule plus working fields for the shared
      * load/find/rewrite paragraphs (see CSCHREC/CSCHLOAD).  A
      * caller moves the item code to WS-CHK-CSCH-CODE and PERFORMs
      * FIND-COUNT-SCHEDULE; WS-CSCH-FOUND / WS-CSCH-FOUND-IX
      * answer.
      ******************************************************************
           01 WS-CSCH-FILENAME         PIC X(100).
           01 WS-CSCH-STATUS           PIC X(2).
           01 WS-CSCH-CNT              PIC 9(4) VALUE 0.
           01 WS-CSCH-TABLE.
               03 WS-CSCH-ROW OCCURS 5000 TIMES.
                   05 WS-CSCH-CODE        PIC X(6).
                   05 WS-CSCH-CLASS       PIC X(1).
                   05 WS-CSCH-VALUE       PIC 9(9)V99.
                   05 WS-CSCH-SHEETED     PIC X(10).
                   05 WS-CSCH-COUNTED     PIC X(10).
           01 WS-CSCH-CAPACITY         PIC 9(4) VALUE 5000.
           01 WS-CSCH-DROPPED          PIC 9(4) VALUE 0.
           01 WS-CSCH-SCAN             PIC 9(4).
           01 WS-CSCH-EOF              PIC A(1).
           01 WS-CSCH-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-CHK-CSCH-CODE         PIC X(6).
           01 WS-CSCH-FOUND            PIC A(1).
           01 WS-CSCH-FOUND-IX         PIC 9(4).
           01 WS-CSCH.
               COPY CSCHREC.
