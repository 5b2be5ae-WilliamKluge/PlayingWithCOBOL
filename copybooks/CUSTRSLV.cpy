      ******************************************************************
      * Copybook: CUSTRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT CUSTOMER-FILE (LOAD-CUSTOMER-MASTER in
      * CUSTLOAD does both).  CUSTOMERFILE lets a run point at an
      * alternate customer master without touching the source,
      * defaulting to customermaster.txt.
      ******************************************************************
           RESOLVE-CUSTOMER-FILENAME.
           ACCEPT WS-CUSTOMER-FILENAME FROM ENVIRONMENT 'CUSTOMERFILE'.
           IF WS-CUSTOMER-FILENAME = SPACES
               MOVE 'customermaster.txt' TO WS-CUSTOMER-FILENAME
           END-IF.
