      ******************************************************************
      * Copybook: CACTWRT
      * Shared paragraphs for the consignment activity log (see
      * CACTREC/CACTWS).  The program declares CACT-FILE as a LINE
      * SEQUENTIAL SELECT whose FD record is CACT-FILE-REC and
      * includes DATESTAMP in WORKING-STORAGE.
      *   RESOLVE-CACT-FILENAME - CONSACTFILE lets a run point at an
      *       alternate log, defaulting to consignactivity.txt.  One
      *       continuous file, like the movement history - a month's
      *       settlement reads it by date.
      *   OPEN-CONSIGNMENT-ACTIVITY-LOG - first-run discipline as
      *       AUDOPEN; the caller checks WS-CACT-STATUS for '00'.
      *   WRITE-CONSIGNMENT-ACTIVITY - PERFORM with WS-CACT filled
      *       but for the run date, which it stamps.
      ******************************************************************
           RESOLVE-CACT-FILENAME.
           ACCEPT WS-CACT-FILENAME FROM ENVIRONMENT 'CONSACTFILE'.
           IF WS-CACT-FILENAME = SPACES
               MOVE 'consignactivity.txt' TO WS-CACT-FILENAME
           END-IF.

           OPEN-CONSIGNMENT-ACTIVITY-LOG.
           OPEN INPUT CACT-FILE.
           IF WS-CACT-STATUS = '35'
               OPEN OUTPUT CACT-FILE
               CLOSE CACT-FILE
           ELSE
               CLOSE CACT-FILE
           END-IF.
           OPEN EXTEND CACT-FILE.

           WRITE-CONSIGNMENT-ACTIVITY.
           MOVE WS-RUN-DATE-DISP TO CACT-RUN-DATE OF WS-CACT.
           WRITE CACT-FILE-REC FROM WS-CACT.
           ADD 1 TO WS-CACT-WRITTEN-CNT.
