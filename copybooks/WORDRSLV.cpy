      ******************************************************************
      * Copybook: WORDRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT WORDER-FILE.  Lets the WORDERFILE
      * environment variable point the run at an alternate work-
      * order file, defaulting to workorders.txt - same convention
      * as ITEMFILE (see FNRESLV).
      ******************************************************************
           RESOLVE-WORDER-FILENAME.
           ACCEPT WS-WORDER-FILENAME FROM ENVIRONMENT 'WORDERFILE'.
           IF WS-WORDER-FILENAME = SPACES
               MOVE 'workorders.txt' TO WS-WORDER-FILENAME
           END-IF.
