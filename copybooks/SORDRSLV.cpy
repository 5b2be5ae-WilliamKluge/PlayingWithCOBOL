      ******************************************************************
      * Copybook: SORDRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT SORDER-FILE.  Lets the SORDERFILE
      * environment variable point the run at an alternate sales-
      * order file, defaulting to salesorders.txt - same convention
      * as ITEMFILE (see FNRESLV).
      ******************************************************************
           RESOLVE-SORDER-FILENAME.
           ACCEPT WS-SORDER-FILENAME FROM ENVIRONMENT 'SORDERFILE'.
           IF WS-SORDER-FILENAME = SPACES
               MOVE 'salesorders.txt' TO WS-SORDER-FILENAME
           END-IF.
