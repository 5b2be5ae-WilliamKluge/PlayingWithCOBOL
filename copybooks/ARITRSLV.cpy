      ******************************************************************
      * Copybook: ARITRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT RECEIVABLE-FILE (LOAD-RECEIVABLES in
      * ARITLOAD does both).  RECEIVABLEFILE lets a run point at an
      * alternate ledger without touching the source, defaulting to
      * receivables.txt.
      ******************************************************************
           RESOLVE-RECEIVABLE-FILENAME.
           ACCEPT WS-RECEIVABLE-FILENAME
               FROM ENVIRONMENT 'RECEIVABLEFILE'.
           IF WS-RECEIVABLE-FILENAME = SPACES
               MOVE 'receivables.txt' TO WS-RECEIVABLE-FILENAME
           END-IF.
