      ******************************************************************
      * Copybook: CONSRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT CONS-FILE (LOAD-CONSIGNMENT-LEDGER in
      * CONSLOAD does both).  CONSIGNFILE lets a run point at an
      * alternate ledger, defaulting to consignment.txt.
      ******************************************************************
           RESOLVE-CONS-FILENAME.
           ACCEPT WS-CONS-FILENAME FROM ENVIRONMENT 'CONSIGNFILE'.
           IF WS-CONS-FILENAME = SPACES
               MOVE 'consignment.txt' TO WS-CONS-FILENAME
           END-IF.
