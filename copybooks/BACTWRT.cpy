      ******************************************************************
      * Copybook: BACTWRT
      * Shared paragraphs for the bonded activity log (see BACTREC/
      * BACTWS).  The program declares BACT-FILE as a LINE
      * SEQUENTIAL SELECT whose FD record is BACT-FILE-REC and
      * includes DATESTAMP in WORKING-STORAGE.
      *   RESOLVE-BACT-FILENAME - BONDACTFILE lets a run point at an
      *       alternate log, defaulting to bondactivity.txt.  One
      *       continuous file, like the movement history - the GL
      *       extract reads a day of it, the bonded return a month.
      *   OPEN-BOND-ACTIVITY-LOG - first-run discipline as AUDOPEN;
      *       the caller checks WS-BACT-STATUS for '00'.
      *   WRITE-BOND-ACTIVITY - PERFORM with WS-BACT filled but for
      *       the run date, which it stamps.
      ******************************************************************
           RESOLVE-BACT-FILENAME.
           ACCEPT WS-BACT-FILENAME FROM ENVIRONMENT 'BONDACTFILE'.
           IF WS-BACT-FILENAME = SPACES
               MOVE 'bondactivity.txt' TO WS-BACT-FILENAME
           END-IF.

           OPEN-BOND-ACTIVITY-LOG.
           OPEN INPUT BACT-FILE.
           IF WS-BACT-STATUS = '35'
               OPEN OUTPUT BACT-FILE
               CLOSE BACT-FILE
           ELSE
               CLOSE BACT-FILE
           END-IF.
           OPEN EXTEND BACT-FILE.

           WRITE-BOND-ACTIVITY.
           MOVE WS-RUN-DATE-DISP TO BACT-RUN-DATE OF WS-BACT.
           WRITE BACT-FILE-REC FROM WS-BACT.
           ADD 1 TO WS-BACT-WRITTEN-CNT.
