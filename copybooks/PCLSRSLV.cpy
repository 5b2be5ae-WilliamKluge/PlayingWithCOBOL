      ******************************************************************
      * Copybook: PCLSRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT PCLS-FILE (LOAD-PRICE-CLASSES in
      * PCLSLOAD does both).  PRICECLASSFILE lets a run point at an
      * alternate tier table, defaulting to priceclasses.txt.
      ******************************************************************
           RESOLVE-PCLS-FILENAME.
           ACCEPT WS-PCLS-FILENAME FROM ENVIRONMENT 'PRICECLASSFILE'.
           IF WS-PCLS-FILENAME = SPACES
               MOVE 'priceclasses.txt' TO WS-PCLS-FILENAME
           END-IF.
