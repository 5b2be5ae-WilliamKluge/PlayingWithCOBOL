      ******************************************************************
      * Copybook: LOTRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT LOT-FILE (LOAD-LOT-REGISTER in LOTLOAD
      * does both).  LOTFILE lets a run point at an alternate
      * register, defaulting to lotregister.txt.
      ******************************************************************
           RESOLVE-LOT-FILENAME.
           ACCEPT WS-LOT-FILENAME FROM ENVIRONMENT 'LOTFILE'.
           IF WS-LOT-FILENAME = SPACES
               MOVE 'lotregister.txt' TO WS-LOT-FILENAME
           END-IF.
