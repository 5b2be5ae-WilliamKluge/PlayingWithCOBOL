      ******************************************************************
      * Copybook: TAXRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT TAX-FILE (LOAD-TAX-RATES in TAXLOAD
      * does both).  TAXRATEFILE lets a run point at an alternate
      * rate table, defaulting to taxrates.txt; TAXHOMEJURIS names
      * the counter's own jurisdiction, where a customer with none
      * on the master buys, defaulting to LOCL.
      ******************************************************************
           RESOLVE-TAX-FILENAME.
           ACCEPT WS-TAX-FILENAME FROM ENVIRONMENT 'TAXRATEFILE'.
           IF WS-TAX-FILENAME = SPACES
               MOVE 'taxrates.txt' TO WS-TAX-FILENAME
           END-IF.
           ACCEPT WS-TAX-HOME-JURIS FROM ENVIRONMENT 'TAXHOMEJURIS'.
           IF WS-TAX-HOME-JURIS = SPACES
               MOVE 'LOCL' TO WS-TAX-HOME-JURIS
           END-IF.
