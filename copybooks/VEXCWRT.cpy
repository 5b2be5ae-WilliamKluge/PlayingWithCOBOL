      ******************************************************************
      * Copybook: VEXCWRT
      * Shared paragraphs for the vendor exception log.  The program
      * declares VEXC-FILE as a LINE SEQUENTIAL SELECT whose FD
      * record is VEXC-FILE-REC (COPY VEXCREC), includes VEXCWS in
      * WORKING-STORAGE, and:
      *   RESOLVE-VEXC-FILENAME / OPEN-VENDOR-EXCEPTION-LOG -
      *       PERFORM once before the first exception; VENDEXCFILE
      *       overrides the name, defaulting to vendorexceptions.txt,
      *       opened for append with the same first-run discipline
      *       as AUDOPEN.  The caller checks WS-VEXC-STATUS after the
      *       open, exactly as it does after OPEN-PRICE-HISTORY - it
      *       knows whether it has an enqueue to give back first.
      *       One continuous file - the scorecard reads it a month
      *       at a time.
      *   WRITE-VENDOR-EXCEPTION - PERFORM at each exception site
      *       with every VEXC field but the run date filled in
      *       WS-VEXC; the run date comes from WS-RUN-DATE-DISP.
      ******************************************************************
           RESOLVE-VEXC-FILENAME.
           ACCEPT WS-VEXC-FILENAME FROM ENVIRONMENT 'VENDEXCFILE'.
           IF WS-VEXC-FILENAME = SPACES
               MOVE 'vendorexceptions.txt' TO WS-VEXC-FILENAME
           END-IF.

           OPEN-VENDOR-EXCEPTION-LOG.
           OPEN INPUT VEXC-FILE.
           IF WS-VEXC-STATUS = '35'
               OPEN OUTPUT VEXC-FILE
               CLOSE VEXC-FILE
           ELSE
               CLOSE VEXC-FILE
           END-IF.
           OPEN EXTEND VEXC-FILE.

           WRITE-VENDOR-EXCEPTION.
           MOVE WS-RUN-DATE-DISP TO VEXC-RUN-DATE OF WS-VEXC.
           WRITE VEXC-FILE-REC FROM WS-VEXC.
           ADD 1 TO WS-VEXC-WRITTEN-CNT.
