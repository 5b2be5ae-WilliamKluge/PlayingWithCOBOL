      ******************************************************************
      * Copybook: CSCHRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN-ing the count schedule (LOAD-COUNT-SCHEDULE
      * in CSCHLOAD does both).  COUNTSCHEDFILE lets a run point at
      * an alternate schedule without touching the source,
      * defaulting to countschedule.txt.
      ******************************************************************
           RESOLVE-CSCH-FILENAME.
           ACCEPT WS-CSCH-FILENAME FROM ENVIRONMENT 'COUNTSCHEDFILE'.
           IF WS-CSCH-FILENAME = SPACES
               MOVE 'countschedule.txt' TO WS-CSCH-FILENAME
           END-IF.
