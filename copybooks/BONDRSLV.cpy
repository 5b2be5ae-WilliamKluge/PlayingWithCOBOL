      ******************************************************************
      * Copybook: BONDRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT BOND-FILE (LOAD-BOND-LEDGER in
      * BONDLOAD does both).  BONDLEDGERFILE lets a run point at an
      * alternate ledger, defaulting to bondledger.txt.
      ******************************************************************
           RESOLVE-BOND-FILENAME.
           ACCEPT WS-BOND-FILENAME FROM ENVIRONMENT 'BONDLEDGERFILE'.
           IF WS-BOND-FILENAME = SPACES
               MOVE 'bondledger.txt' TO WS-BOND-FILENAME
           END-IF.
