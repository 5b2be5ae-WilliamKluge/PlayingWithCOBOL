      ******************************************************************
      * Copybook: IDXPOST
      * Shared paragraphs for posting by key against the indexed
      * catalog, the master of record.  Nothing is loaded whole and
      * nothing is rewritten whole: each item is read from
      * magicitems.idx the first time the run needs it and only the
      * rows that moved are rewritten, at every restart point.  The
      * sequential catalog is rebuilt from the index once, at the
      * end of the stream, by CATALOG-REGENERATE.
      * The program declares ITEM-INDEXED (FD IDX-ITEM-FILE, status
      * WS-IDX-STATUS) and PCKP-FILE, a LINE SEQUENTIAL SELECT on
      * WS-PCKP-FILENAME whose FD record is PCKP-REC PIC X(184),
      * and PLOG-FILE / PLOG-WORK-FILE, LINE SEQUENTIAL SELECTs on
      * WS-PLOG-FILENAME / WS-PLOG-WORK-FILENAME whose FD records
      * are PLOG-REC / PLOG-WORK-REC PIC X(512); includes IDXPWS,
      * ITEMTAB (with WS-REC-CNT), REGNWS/REGNMGR, LOCKWS/LOCKMGR
      * and DATEFMT; and supplies two paragraphs of its own:
      *   PREPARE-FETCHED-ROW - PERFORMed with WS-FETCH-IX set as
      *       soon as a row joins the table, to set up whatever the
      *       program keeps parallel to it.
      *   COMMIT-SIDE-FILES - PERFORMed at every restart point after
      *       the index rows land, rewriting the side files that
      *       must agree with them and setting WS-PLOG-WRITTEN for
      *       each log to the records it has appended so far.
      * Then:
      *   OPEN-INDEXED-MASTER - PERFORM under the exclusive enqueue.
      *       No index, no run: it is the master now.
      *   READ-POSTING-CHECKPOINT - PERFORM once WS-PCKP-DEFAULT is
      *       set, under the enqueue.  A committed restart point
      *       for this job makes the run a restart; one left half
      *       committed refuses with RC 16 and keeps the lock, the
      *       estate then wanting a restore from the backup set.
      *   POSITION-APPEND-LOG - PERFORM for each log the run
      *       appends to, with WS-PLOG-IX and WS-PLOG-FILENAME set,
      *       after the restart point is read and before anything
      *       is appended.  Every log, every run, in the same order -
      *       whether or not this run will write to it.  A fresh run
      *       notes where the log stands; a restart cuts it back to
      *       the mark its restart point recorded, so the records
      *       appended after that point and posted again now are
      *       not on the log twice.  The cut takes it that nothing
      *       else has appended since the run stopped - the lock it
      *       left stays until the operator breaks it to rerun the
      *       step.  A log already short of its mark lost records
      *       the restart point counted: refused, keeping the lock.
      *   FETCH-CATALOG-ROW - PERFORM with WS-FETCH-CODE set.
      *   COUNT-PHASE-RECORD - PERFORM for each input record.  Each
      *       phase of the run sets WS-PHASE-CODE ('1', '2', ... in
      *       the order they run) and zeroes WS-PHASE-CNT first;
      *       WS-SKIP-RECORD says the record was already posted
      *       before the restart point.
      *   TAKE-RESTART-POINT-IF-DUE / TAKE-RESTART-POINT - after a
      *       record is posted / at the end of the run.
      *   CLEAR-POSTING-CHECKPOINT - once the run is complete.
      * A failed keyed rewrite keeps the enqueue, as a failed
      * promote of the sequential catalog always has: the restart
      * point is marked incomplete and readers must stay out until
      * the estate is restored.  The same holds for any failure
      * between the pending and committed checkpoint writes - side
      * file rewrites included - so TAKE-RESTART-POINT raises
      * WS-IN-RESTART-POINT (LOCKWS) for that window and
      * RELEASE-CATALOG-LOCK keeps the enqueue while it is up.
      ******************************************************************
           OPEN-INDEXED-MASTER.
           OPEN I-O ITEM-INDEXED.
           IF WS-IDX-STATUS = '35'
               DISPLAY 'INDEXED CATALOG NOT PRESENT - IT IS THE '
                   'MASTER OF RECORD, RUN THE CONVERTER TO BUILD IT'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT OPENED - FILE STATUS '
                   WS-IDX-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FETCH-CATALOG-ROW.
      * A row already fetched is answered from the table - it may
      * carry postings the index has not been given yet.
           MOVE 0 TO WS-FETCH-IX.
           MOVE SPACES TO WS-FETCH-REJECT.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-FETCH-CODE
                   MOVE WS-ITEM-IX TO WS-FETCH-IX
           END-SEARCH.
           IF WS-FETCH-IX > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FETCH-CODE TO IDX-ITEM-CODE.
           READ ITEM-INDEXED
               INVALID KEY
                   MOVE 'ITEM CODE NOT FOUND' TO WS-FETCH-REJECT
           END-READ.
           IF WS-FETCH-REJECT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT READ - FILE STATUS '
                   WS-IDX-STATUS ' ON ' WS-FETCH-CODE
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           IF WS-REC-CNT NOT < WS-FETCH-CAPACITY
               MOVE 'TOO MANY ITEMS FOR ONE RUN' TO WS-FETCH-REJECT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REC-CNT.
           MOVE IDX-ITEM-CODE TO WS-ITEM-CODE (WS-REC-CNT).
           MOVE IDX-ITEM-NAME TO WS-ITEM-NAME (WS-REC-CNT).
           MOVE IDX-ITEM-CATEGORY TO WS-ITEM-CATEGORY (WS-REC-CNT).
           MOVE IDX-ITEM-GOLD-VALUE
               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT).
           MOVE IDX-ITEM-QTY-ON-HAND
               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT).
           MOVE IDX-ITEM-LIFECYCLE TO WS-ITEM-LIFECYCLE (WS-REC-CNT).
      * Rows from before the lifecycle field read as active.
           IF WS-ITEM-LIFECYCLE (WS-REC-CNT) = SPACE
               MOVE 'A' TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
           END-IF.
           MOVE WS-ITEM-TABLE (WS-REC-CNT)
               TO WS-ROW-IMAGE (WS-REC-CNT).
           MOVE WS-REC-CNT TO WS-FETCH-IX.
           SET WS-ITEM-IX TO WS-FETCH-IX.
           PERFORM PREPARE-FETCHED-ROW.

           COMMIT-CATALOG-ROWS.
           PERFORM VARYING WS-COMMIT-SCAN FROM 1 BY 1
           UNTIL WS-COMMIT-SCAN > WS-REC-CNT
               IF WS-ITEM-TABLE (WS-COMMIT-SCAN)
                   NOT = WS-ROW-IMAGE (WS-COMMIT-SCAN)
                   PERFORM COMMIT-ONE-CATALOG-ROW
               END-IF
           END-PERFORM.

           COMMIT-ONE-CATALOG-ROW.
           IF WS-REGN-MARKED NOT = 'Y'
               PERFORM MARK-REGEN-PENDING
           END-IF.
           MOVE WS-ITEM-CODE (WS-COMMIT-SCAN) TO IDX-ITEM-CODE.
           MOVE WS-ITEM-NAME (WS-COMMIT-SCAN) TO IDX-ITEM-NAME.
           MOVE WS-ITEM-CATEGORY (WS-COMMIT-SCAN)
               TO IDX-ITEM-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-COMMIT-SCAN)
               TO IDX-ITEM-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-COMMIT-SCAN)
               TO IDX-ITEM-QTY-ON-HAND.
           MOVE WS-ITEM-LIFECYCLE (WS-COMMIT-SCAN)
               TO IDX-ITEM-LIFECYCLE.
           REWRITE IDX-ITEM-FILE
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG ROW ' IDX-ITEM-CODE
                   ' NOT REWRITTEN - FILE STATUS ' WS-IDX-STATUS
               DISPLAY 'RESTART POINT INCOMPLETE - RESTORE FROM THE '
                   'BACKUP SET BEFORE ANYTHING ELSE RUNS'
      * Deliberately keeps the enqueue: the index is part-way
      * through a restart point, and readers must stay out until
      * the operator restores the estate and breaks the lock.
               STOP RUN RETURNING 16
           END-IF.
           MOVE WS-ITEM-TABLE (WS-COMMIT-SCAN)
               TO WS-ROW-IMAGE (WS-COMMIT-SCAN).
           ADD 1 TO WS-COMMIT-ROW-CNT.

           RESOLVE-PCKP-FILENAME.
           ACCEPT WS-PCKP-FILENAME FROM ENVIRONMENT 'POSTCKPTFILE'.
           IF WS-PCKP-FILENAME = SPACES
               MOVE WS-PCKP-DEFAULT TO WS-PCKP-FILENAME
           END-IF.
           ACCEPT WS-PCKP-INTERVAL-IN
               FROM ENVIRONMENT 'POSTCKPTINTERVAL'.
           IF WS-PCKP-INTERVAL-IN NOT = SPACES
               COMPUTE WS-PCKP-INTERVAL =
                   FUNCTION NUMVAL (WS-PCKP-INTERVAL-IN)
           END-IF.
           IF WS-PCKP-INTERVAL = 0
               MOVE 500 TO WS-PCKP-INTERVAL
           END-IF.

           READ-POSTING-CHECKPOINT.
           PERFORM RESOLVE-PCKP-FILENAME.
           OPEN INPUT PCKP-FILE.
           IF WS-PCKP-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PCKP-STATUS NOT = '00'
               DISPLAY 'RESTART POINT NOT READ - FILE STATUS '
                   WS-PCKP-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
      * A file that is there but empty is a restart point whose
      * write was cut off - it counts as incomplete, never as a
      * fresh run that would post everything a second time.
           MOVE SPACES TO WS-PCKP.
           READ PCKP-FILE INTO WS-PCKP
               AT END
                   MOVE 'P' TO PCKP-STATE OF WS-PCKP
                   MOVE WS-JOB-NAME TO PCKP-JOB-NAME OF WS-PCKP
           END-READ.
           CLOSE PCKP-FILE.
           IF PCKP-JOB-NAME OF WS-PCKP NOT = WS-JOB-NAME
               DISPLAY 'RESTART POINT ON '
                   FUNCTION TRIM (WS-PCKP-FILENAME) ' BELONGS TO '
                   FUNCTION TRIM (PCKP-JOB-NAME OF WS-PCKP)
                   ' - SET POSTCKPTFILE'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           IF PCKP-STATE OF WS-PCKP NOT = 'C'
               DISPLAY 'RESTART POINT OF ' PCKP-RUN-DATE OF WS-PCKP
                   ' ' PCKP-RUN-TIME OF WS-PCKP
                   ' WAS NEVER COMPLETED - THE INDEXED CATALOG AND '
                   'SIDE FILES MAY DISAGREE'
               DISPLAY 'RESTORE FROM THE BACKUP SET, THEN REMOVE '
                   FUNCTION TRIM (WS-PCKP-FILENAME)
      * Keeps the enqueue, the same call as a failed rewrite.
               STOP RUN RETURNING 16
           END-IF.
           MOVE PCKP-PHASE OF WS-PCKP TO WS-RESTART-PHASE.
           MOVE PCKP-PHASE-CNT OF WS-PCKP TO WS-RESTART-CNT.
           MOVE PCKP-ROWS-COMMITTED OF WS-PCKP TO WS-COMMIT-ROW-CNT.
           DISPLAY 'RESUMING AFTER RESTART POINT OF '
               PCKP-RUN-DATE OF WS-PCKP ' '
               PCKP-RUN-TIME OF WS-PCKP ' - PHASE '
               WS-RESTART-PHASE ' RECORD ' WS-RESTART-CNT.

           COUNT-PHASE-RECORD.
           ADD 1 TO WS-PHASE-CNT.
           MOVE 'N' TO WS-SKIP-RECORD.
           IF WS-RESTART-PHASE = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PHASE-CODE < WS-RESTART-PHASE
               MOVE 'Y' TO WS-SKIP-RECORD
           END-IF.
           IF WS-PHASE-CODE = WS-RESTART-PHASE
               AND WS-PHASE-CNT NOT > WS-RESTART-CNT
               MOVE 'Y' TO WS-SKIP-RECORD
           END-IF.
           IF WS-SKIP-RECORD = 'Y'
               ADD 1 TO WS-SKIPPED-CNT
           END-IF.

           TAKE-RESTART-POINT-IF-DUE.
           ADD 1 TO WS-SINCE-RESTART-POINT.
           IF WS-SINCE-RESTART-POINT NOT < WS-PCKP-INTERVAL
               PERFORM TAKE-RESTART-POINT
           END-IF.

           TAKE-RESTART-POINT.
      * Pending first, committed last - a run cut off anywhere in
      * between leaves a P behind, and nobody restarts on top of it.
           MOVE 'P' TO PCKP-STATE OF WS-PCKP.
           PERFORM WRITE-POSTING-CHECKPOINT.
           MOVE 'Y' TO WS-IN-RESTART-POINT.
           PERFORM COMMIT-CATALOG-ROWS.
           PERFORM COMMIT-SIDE-FILES.
           PERFORM NOTE-APPEND-LOG-MARKS.
           MOVE 'C' TO PCKP-STATE OF WS-PCKP.
           PERFORM WRITE-POSTING-CHECKPOINT.
           MOVE 'N' TO WS-IN-RESTART-POINT.
           MOVE 0 TO WS-SINCE-RESTART-POINT.

           WRITE-POSTING-CHECKPOINT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-JOB-NAME TO PCKP-JOB-NAME OF WS-PCKP.
           MOVE WS-PHASE-CODE TO PCKP-PHASE OF WS-PCKP.
           MOVE WS-PHASE-CNT TO PCKP-PHASE-CNT OF WS-PCKP.
           MOVE WS-RUN-DATE-DISP TO PCKP-RUN-DATE OF WS-PCKP.
           MOVE WS-RUN-TIME-DISP TO PCKP-RUN-TIME OF WS-PCKP.
           MOVE WS-COMMIT-ROW-CNT TO PCKP-ROWS-COMMITTED OF WS-PCKP.
           OPEN OUTPUT PCKP-FILE.
           IF WS-PCKP-STATUS NOT = '00'
               DISPLAY 'RESTART POINT NOT WRITTEN - FILE STATUS '
                   WS-PCKP-STATUS ' - RESTORE FROM THE BACKUP SET '
                   'BEFORE ANYTHING ELSE RUNS'
               STOP RUN RETURNING 16
           END-IF.
           WRITE PCKP-REC FROM WS-PCKP.
           CLOSE PCKP-FILE.

           NOTE-APPEND-LOG-MARKS.
           INITIALIZE PCKP-LOG-MARKS OF WS-PCKP.
           MOVE WS-PLOG-CNT TO PCKP-LOG-CNT OF WS-PCKP.
           PERFORM VARYING WS-PLOG-IX FROM 1 BY 1
           UNTIL WS-PLOG-IX > WS-PLOG-CNT
               COMPUTE PCKP-LOG-MARK OF WS-PCKP (WS-PLOG-IX) =
                   WS-PLOG-BASE (WS-PLOG-IX)
                   + WS-PLOG-WRITTEN (WS-PLOG-IX)
           END-PERFORM.

           POSITION-APPEND-LOG.
           IF WS-PLOG-IX > WS-PLOG-CNT
               MOVE WS-PLOG-IX TO WS-PLOG-CNT
           END-IF.
           MOVE 0 TO WS-PLOG-WRITTEN (WS-PLOG-IX).
           PERFORM COUNT-APPEND-LOG.
           IF WS-RESTART-PHASE = SPACE
               MOVE WS-PLOG-ON-FILE TO WS-PLOG-BASE (WS-PLOG-IX)
               EXIT PARAGRAPH
           END-IF.
      * Both refusals keep the enqueue, the same call as a restart
      * point left half committed.
           IF WS-PLOG-IX > PCKP-LOG-CNT OF WS-PCKP
               DISPLAY 'RESTART POINT RECORDS NO MARK FOR '
                   FUNCTION TRIM (WS-PLOG-FILENAME)
               DISPLAY 'RESTORE FROM THE BACKUP SET, THEN REMOVE '
                   FUNCTION TRIM (WS-PCKP-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           MOVE PCKP-LOG-MARK OF WS-PCKP (WS-PLOG-IX)
               TO WS-PLOG-BASE (WS-PLOG-IX).
           IF WS-PLOG-ON-FILE < WS-PLOG-BASE (WS-PLOG-IX)
               DISPLAY FUNCTION TRIM (WS-PLOG-FILENAME) ' HOLDS '
                   WS-PLOG-ON-FILE ' RECORDS - ITS RESTART POINT '
                   'COUNTED ' WS-PLOG-BASE (WS-PLOG-IX)
               DISPLAY 'RESTORE FROM THE BACKUP SET, THEN REMOVE '
                   FUNCTION TRIM (WS-PCKP-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           IF WS-PLOG-ON-FILE > WS-PLOG-BASE (WS-PLOG-IX)
               PERFORM CUT-APPEND-LOG
           END-IF.

           COUNT-APPEND-LOG.
      * No log yet is a log of no records.
           MOVE 0 TO WS-PLOG-ON-FILE.
           OPEN INPUT PLOG-FILE.
           IF WS-PLOG-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLOG-STATUS NOT = '00'
               DISPLAY FUNCTION TRIM (WS-PLOG-FILENAME)
                   ' NOT OPENED - FILE STATUS ' WS-PLOG-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-PLOG-EOF.
           PERFORM UNTIL WS-PLOG-EOF = 'Y'
               READ PLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-PLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-PLOG-ON-FILE
               END-READ
           END-PERFORM.
           CLOSE PLOG-FILE.

           CUT-APPEND-LOG.
      * The records up to the mark go out to a work file and come
      * back over the log.  A cut that cannot be made keeps the
      * enqueue, as the other restart refusals do - nothing else
      * may append to the log until it is put right.
           MOVE SPACES TO WS-PLOG-WORK-FILENAME.
           STRING FUNCTION TRIM (WS-PLOG-FILENAME) '.cut'
               DELIMITED BY SIZE INTO WS-PLOG-WORK-FILENAME.
           OPEN INPUT PLOG-FILE.
           OPEN OUTPUT PLOG-WORK-FILE.
           IF WS-PLOG-STATUS NOT = '00'
               OR WS-PLOG-WORK-STATUS NOT = '00'
               DISPLAY FUNCTION TRIM (WS-PLOG-FILENAME)
                   ' NOT CUT BACK - FILE STATUS ' WS-PLOG-STATUS
                   ' / ' WS-PLOG-WORK-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-PLOG-COPIED.
           MOVE 'N' TO WS-PLOG-EOF.
           PERFORM UNTIL WS-PLOG-EOF = 'Y'
               OR WS-PLOG-COPIED = WS-PLOG-BASE (WS-PLOG-IX)
               READ PLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-PLOG-EOF
                   NOT AT END
                       WRITE PLOG-WORK-REC FROM PLOG-REC
                       ADD 1 TO WS-PLOG-COPIED
               END-READ
           END-PERFORM.
           CLOSE PLOG-FILE.
           CLOSE PLOG-WORK-FILE.
           OPEN INPUT PLOG-WORK-FILE.
           OPEN OUTPUT PLOG-FILE.
           IF WS-PLOG-STATUS NOT = '00'
               OR WS-PLOG-WORK-STATUS NOT = '00'
               DISPLAY FUNCTION TRIM (WS-PLOG-FILENAME)
                   ' NOT REWRITTEN - FILE STATUS ' WS-PLOG-STATUS
                   ' / ' WS-PLOG-WORK-STATUS
               DISPLAY 'ITS FIRST ' WS-PLOG-COPIED ' RECORDS ARE ON '
                   FUNCTION TRIM (WS-PLOG-WORK-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-PLOG-EOF.
           PERFORM UNTIL WS-PLOG-EOF = 'Y'
               READ PLOG-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-PLOG-EOF
                   NOT AT END
                       WRITE PLOG-REC FROM PLOG-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE PLOG-WORK-FILE.
           CLOSE PLOG-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-PLOG-WORK-FILENAME.
           MOVE 0 TO RETURN-CODE.
           COMPUTE WS-PLOG-COPIED =
               WS-PLOG-ON-FILE - WS-PLOG-BASE (WS-PLOG-IX).
           DISPLAY WS-PLOG-COPIED ' RECORDS APPENDED AFTER THE RESTART '
               'POINT CUT FROM ' FUNCTION TRIM (WS-PLOG-FILENAME).

           CLEAR-POSTING-CHECKPOINT.
           CALL 'CBL_DELETE_FILE' USING WS-PCKP-FILENAME.
           MOVE 0 TO RETURN-CODE.
           IF WS-SKIPPED-CNT > 0
               DISPLAY WS-SKIPPED-CNT ' RECORDS ALREADY POSTED BEFORE '
                   'THE RESTART POINT - PASSED OVER'
           END-IF.
           DISPLAY WS-COMMIT-ROW-CNT ' ROWS REWRITTEN ON THE INDEXED '
               'CATALOG'.
