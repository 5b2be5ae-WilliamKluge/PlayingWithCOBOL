      ******************************************************************
      * Copybook: REGNMGR
      * Shared paragraphs for the catalog regeneration marker (see
      * REGNREC/REGNWS).  The program declares REGEN-FILE as a LINE
      * SEQUENTIAL SELECT whose FD record is REGEN-REC PIC X(58),
      * includes REGNWS, LOCKWS/LOCKMGR and DATEFMT, and:
      *   CHECK-REGEN-MARKER - answers WS-REGN-PENDING, filling
      *       WS-REGN from the marker when there is one.
      *   CHECK-SEQUENTIAL-CURRENT - PERFORM right after taking the
      *       catalog enqueue in any program that rewrites the
      *       sequential catalog or rebuilds the index from it.
      *       While the index is ahead, a rewrite from the
      *       sequential file would throw the keyed postings away,
      *       so the run gives the lock back and refuses with RC 16
      *       until CATALOG-REGENERATE has caught the file up.
      *   MARK-REGEN-PENDING - PERFORM before the first keyed
      *       rewrite of a run (IDXPOST does this itself).  A marker
      *       that cannot be written refuses the run with the lock
      *       given back - nothing has been rewritten yet.
      *   CLEAR-REGEN-MARKER - PERFORM once the regenerated catalog
      *       has been promoted.
      ******************************************************************
           RESOLVE-REGEN-FILENAME.
           ACCEPT WS-REGEN-FILENAME FROM ENVIRONMENT 'CATREGENFILE'.
           IF WS-REGEN-FILENAME = SPACES
               MOVE 'magicitems.regen' TO WS-REGEN-FILENAME
           END-IF.

           CHECK-REGEN-MARKER.
           PERFORM RESOLVE-REGEN-FILENAME.
           MOVE 'N' TO WS-REGN-PENDING.
           MOVE SPACES TO WS-REGN.
           OPEN INPUT REGEN-FILE.
           IF WS-REGEN-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-REGN-PENDING.
           IF WS-REGEN-STATUS = '00'
               READ REGEN-FILE INTO WS-REGN
                   AT END
                       CONTINUE
               END-READ
               CLOSE REGEN-FILE
           END-IF.

           CHECK-SEQUENTIAL-CURRENT.
           PERFORM CHECK-REGEN-MARKER.
           IF WS-REGN-PENDING = 'Y'
               DISPLAY 'SEQUENTIAL CATALOG IS BEHIND THE INDEXED '
                   'MASTER - RUN CATALOG-REGENERATE FIRST'
               DISPLAY 'INDEX MOVED AHEAD BY '
                   FUNCTION TRIM (REGN-JOB-NAME OF WS-REGN) ' ON '
                   REGN-RUN-DATE OF WS-REGN ' '
                   REGN-RUN-TIME OF WS-REGN
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           MARK-REGEN-PENDING.
           PERFORM CHECK-REGEN-MARKER.
           IF WS-REGN-PENDING = 'Y'
      * Someone earlier in the stream already moved the index ahead
      * - their marker stands, it is the older news.
               MOVE 'Y' TO WS-REGN-MARKED
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-JOB-NAME TO REGN-JOB-NAME OF WS-REGN.
           MOVE WS-RUN-DATE-DISP TO REGN-RUN-DATE OF WS-REGN.
           MOVE WS-RUN-TIME-DISP TO REGN-RUN-TIME OF WS-REGN.
           OPEN OUTPUT REGEN-FILE.
           IF WS-REGEN-STATUS NOT = '00'
               DISPLAY 'REGENERATION MARKER NOT WRITTEN - FILE STATUS '
                   WS-REGEN-STATUS ' - INDEXED CATALOG LEFT UNTOUCHED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           WRITE REGEN-REC FROM WS-REGN.
           CLOSE REGEN-FILE.
           MOVE 'Y' TO WS-REGN-MARKED.

           CLEAR-REGEN-MARKER.
           PERFORM RESOLVE-REGEN-FILENAME.
           CALL 'CBL_DELETE_FILE' USING WS-REGEN-FILENAME.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-REGN-MARKED.
