      ******************************************************************
      * Copybook: RTLGRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN-ing the customer returns log.
      * RETURNLOGFILE overrides; defaults to returnslog.txt, one
      * permanent file like the movement history.
      ******************************************************************
           RESOLVE-RTLG-FILENAME.
           ACCEPT WS-RTLG-FILENAME FROM ENVIRONMENT 'RETURNLOGFILE'.
           IF WS-RTLG-FILENAME = SPACES
               MOVE 'returnslog.txt' TO WS-RTLG-FILENAME
           END-IF.
