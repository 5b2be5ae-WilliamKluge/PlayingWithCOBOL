      ******************************************************************
      * Copybook: LMSTRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT LOCMAST-FILE (LOAD-LOCATION-MASTER in
      * LMSTLOAD does both).  LOCMASTFILE lets a run point at an
      * alternate master without touching the source, defaulting to
      * locationmaster.txt.
      ******************************************************************
           RESOLVE-LOCMAST-FILENAME.
           ACCEPT WS-LOCMAST-FILENAME FROM ENVIRONMENT 'LOCMASTFILE'.
           IF WS-LOCMAST-FILENAME = SPACES
               MOVE 'locationmaster.txt' TO WS-LOCMAST-FILENAME
           END-IF.
