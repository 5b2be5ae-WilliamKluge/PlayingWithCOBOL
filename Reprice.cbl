      * Modified: 2026-09-02 - refused authorizations are appended
      *           to the security violation log instead of
      *           vanishing with a console message (see SVIOREC).
      * Modified: 2026-10-15 - a live run writes each currency reject
      *           and each move beyond tolerance to the vendor
      *           exception log against DELTAVENDOR, for the vendor
      *           scorecard (see VEXCREC/VEXCWRT).  Simulation writes
      *           nothing - a what-if is not the vendor's fault yet.
      * Modified: 2026-10-15 - a delta may carry the vendor's own
      *           part number instead of our code; it is translated
      *           through the vendor cross-reference under
      *           DELTAVENDOR, and a live run writes an unmapped part
      *           to the suspense file under reason XREF (see
      *           XREFREC/SUSPREC).
      * Modified: 2026-10-15 - the indexed catalog is the master of
      *           record: each delta reads its item from
      *           magicitems.idx by key and only repriced rows are
      *           rewritten, at restart points every POSTCKPTINTERVAL
      *           deltas (see IDXPOST).  A run that stops part-way
      *           resumes after its last restart point.  The
      *           sequential catalog is regenerated from the index at
      *           the end of the stream by CATALOG-REGENERATE.
      * Modified: 2026-10-15 - each restart point marks how far the
      *           audit trail, price history, vendor exception log
      *           and suspense file had got, and a restart cuts them
      *           back to those marks before repricing again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICE-FROM-DELTA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The vendor's price delta feed - DELTAFILE env var, defaults
      * to pricedelta.txt
           SELECT DELTA-FILE ASSIGN DYNAMIC WS-DELTA-FILENAME
           SELECT CATMAST-FILE ASSIGN DYNAMIC WS-CATMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATMAST-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * The indexed catalog, master of record - read and rewritten
      * by key, browsed whole only for the simulation's base
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Restart point - POSTCKPTFILE env var, defaults to
      * reprice.ckpt (see IDXPOST)
           SELECT PCKP-FILE ASSIGN DYNAMIC WS-PCKP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCKP-STATUS.
      * Each appended log in turn, counted or cut back to its
      * restart point mark - see IDXPOST
           SELECT PLOG-FILE ASSIGN DYNAMIC WS-PLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-STATUS.
           SELECT PLOG-WORK-FILE ASSIGN DYNAMIC WS-PLOG-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-WORK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CCY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCY-STATUS.
      * Delta rejects by vendor for the scorecard - VENDEXCFILE env
      * var, defaults to vendorexceptions.txt (see VEXCWRT)
           SELECT VEXC-FILE ASSIGN DYNAMIC WS-VEXC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEXC-STATUS.
      * Vendor part cross-reference - XREFFILE env var, defaults to
      * vendorxref.txt (see XREFRSLV)
           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
      * Machine-readable reject suspense file, for the unmapped
      * vendor parts - see SUSPREC/SUSPWRT
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DELTA-FILE.
           01 DELTA-FILE-REC.
               COPY DELTAREC.
           FD CATMAST-FILE.
           01 CATMAST-REC.
               COPY CATREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           FD CURRENCY-FILE.
           01 CURRENCY-REC.
               COPY CURREC.
           FD VEXC-FILE.
           01 VEXC-FILE-REC.
               COPY VEXCREC.
           FD XREF-FILE.
           01 XREF-REC.
               COPY XREFREC.
           FD SUSPENSE-FILE.
           01 SUSPENSE-REC             PIC X(99).
           FD PCKP-FILE.
           01 PCKP-REC                 PIC X(184).
           FD PLOG-FILE.
           01 PLOG-REC                 PIC X(512).
           FD PLOG-WORK-FILE.
           01 PLOG-WORK-REC            PIC X(512).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           01 WS-DELTA.
               COPY DELTAREC.
           01 WS-DELTA-FILENAME        PIC X(100).
           01 WS-DELTA-STATUS          PIC X(2).
           COPY AUDSTAT.
      * Which vendor sent the delta feed - DELTAVENDOR, checked
      * against the master before a single delta is read.
           01 WS-DELTA-VENDOR          PIC X(8).
           COPY VEXCWS.
           COPY XREFSTAT.
           COPY XREFNAME.
           COPY XREFWS.
      * Whether the delta's vendor part found our code - a part the
      * cross-reference does not know rejects the delta.
           01 WS-XREF-REJECT           PIC X(30).
           COPY SUSPWS.
      * What-if simulation - REPRICESIM=Y reads the same deltas
      * without touching a single file.
           01 WS-SIMULATE-MODE         PIC A(1) VALUE 'N'.
           01 WS-SIM-NEW-EXT-EDIT      PIC -ZZZZZZZZZZZZ9.99.
           01 WS-SIM-CHG-EDIT          PIC -ZZZZZZZZZZZZ9.99.
           01 WS-SIM-CHANGE            PIC S9(13)V99.
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-IDX-STATUS            PIC X(2).
      * The rows this run has read from the index - see IDXPWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           COPY IDXPWS.
      * What the run has put on the audit trail and the price
      * history - the restart point marks each log by its count.
           01 WS-AUDIT-WRITTEN-CNT     PIC 9(5) VALUE 0.
           01 WS-PRCH-WRITTEN-CNT      PIC 9(5) VALUE 0.
           COPY REGNWS.
           COPY SECWS.
           COPY SVIOWS.
           COPY DATESTAMP.
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Register counters and the reject reason for each delta - a
           MAIN-PROCEDURE.
           MOVE 'REPRICE-FROM-DELTA' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-CURRENCY-TABLE.
               STOP RUN
           END-IF.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM OPEN-INDEXED-MASTER.
           MOVE 'reprice.ckpt' TO WS-PCKP-DEFAULT.
           PERFORM READ-POSTING-CHECKPOINT.
           PERFORM POSITION-APPEND-LOGS.
           PERFORM LOAD-VENDOR-XREF.
           PERFORM RESOLVE-TOLERANCE.
           PERFORM RESOLVE-AUDIT-FILENAME.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
           PERFORM OPEN-PRICE-HISTORY.
           PERFORM RESOLVE-VEXC-FILENAME.
           PERFORM OPEN-VENDOR-EXCEPTION-LOG.
           IF WS-VEXC-STATUS NOT = '00'
               DISPLAY 'VENDOR EXCEPTION LOG NOT OPENED - FILE STATUS '
                   WS-VEXC-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-SUSPENSE-FILENAME.
           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM RESOLVE-DELTA-FILENAME.
           OPEN INPUT DELTA-FILE.
           IF WS-DELTA-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE '1' TO WS-PHASE-CODE.
           PERFORM APPLY-DELTA-FEED.
           CLOSE DELTA-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRICE-HIST-FILE.
           CLOSE VEXC-FILE.
           CLOSE SUSPENSE-FILE.
           IF WS-SUSP-WRITTEN-CNT > 0
               DISPLAY 'UNMAPPED VENDOR PARTS: ' WS-SUSP-WRITTEN-CNT
                   ' - WRITTEN TO '
                   FUNCTION TRIM (WS-SUSPENSE-FILENAME)
           END-IF.
      * The last restart point is the end of the run - whatever the
      * final deltas moved lands on the index before the lock goes.
           PERFORM TAKE-RESTART-POINT.
           CLOSE ITEM-INDEXED.
           PERFORM CLEAR-POSTING-CHECKPOINT.
           IF WS-DELTA-ACCEPTED-CNT = 0
               DISPLAY 'NO REPRICES ACCEPTED - CATALOG UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
      * Rows loaded is now the rows read from the index by key - the
      * load-time rejects no longer arise, the index holding only
      * rows the converter and the posting runs already passed.
           MOVE WS-REC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-DELTA-REJECTED-CNT
               TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RUN-REPRICE-SIMULATION.
      * The read-only twin of the apply path - same keyed reads,
      * same delta reads, same checks, nothing rewritten and only
      * the shared lock taken, so purchasing can run it while the
      * day's stream is up.  The lock is held until the last delta
      * has been read against the index.
           PERFORM TAKE-SHARED-LOCK.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT OPENED - FILE STATUS '
                   WS-IDX-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-VENDOR-XREF.
           PERFORM BUILD-SIMULATION-BASE.
           PERFORM RESOLVE-TOLERANCE.
           PERFORM RESOLVE-DELTA-FILENAME.
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY 'DELTA FEED NOT FOUND - FILE STATUS '
                   WS-DELTA-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM BUILD-RUN-DATE-TIME.
               END-READ
           END-PERFORM.
           CLOSE DELTA-FILE.
           CLOSE ITEM-INDEXED.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-SIMULATION-IMPACT.

           BUILD-SIMULATION-BASE.
               MOVE 0 TO WS-SIM-OLD-EXT (WS-SIM-CAT-IX)
               MOVE 0 TO WS-SIM-NEW-EXT (WS-SIM-CAT-IX)
           END-PERFORM.
      * The base is the whole catalog, so it is the one place the
      * index is walked end to end rather than read by key.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-ONE-ROW-TO-BASE
               END-READ
           END-PERFORM.

           ADD-ONE-ROW-TO-BASE.
           COMPUTE WS-LINE-IMPACT =
               IDX-ITEM-GOLD-VALUE * IDX-ITEM-QTY-ON-HAND.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN) = IDX-ITEM-CATEGORY
                   ADD WS-LINE-IMPACT TO WS-SIM-OLD-EXT (WS-CAT-SCAN)
                   ADD WS-LINE-IMPACT TO WS-SIM-NEW-EXT (WS-CAT-SCAN)
               END-IF
               PERFORM PRINT-SIMULATION-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TRANSLATE-DELTA-PART.
           IF WS-XREF-REJECT NOT = SPACES
               MOVE 'PART NOT MAPPED' TO WS-SIM-FLAG
               MOVE 0 TO WS-PCT-CHANGE
               MOVE 0 TO WS-OLD-VALUE-EDIT
               MOVE DELTA-NEW-VALUE OF WS-DELTA
                   TO WS-NEW-VALUE-EDIT
               DISPLAY 'UNMAPPED PART: ' WS-DELTA-VENDOR ' '
                   DELTA-VENDOR-PART OF WS-DELTA
               PERFORM PRINT-SIMULATION-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE DELTA-ITEM-CODE OF WS-DELTA TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           IF WS-FETCH-IX = 0
               MOVE 'NOT FOUND' TO WS-SIM-FLAG
               IF WS-FETCH-REJECT NOT = 'ITEM CODE NOT FOUND'
                   MOVE WS-FETCH-REJECT TO WS-SIM-FLAG
               END-IF
               MOVE 0 TO WS-PCT-CHANGE
               MOVE 0 TO WS-OLD-VALUE-EDIT
               MOVE DELTA-NEW-VALUE OF WS-DELTA
                   TO WS-NEW-VALUE-EDIT
               PERFORM PRINT-SIMULATION-LINE
           ELSE
               PERFORM SIMULATE-ONE-MATCH
           END-IF.

           SIMULATE-ONE-MATCH.
           MOVE WS-ITEM-GOLD-VALUE (WS-ITEM-IX) TO WS-OLD-VALUE-EDIT.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-PHASE-RECORD
                       IF WS-SKIP-RECORD = 'N'
                           PERFORM APPLY-ONE-DELTA
                           PERFORM TAKE-RESTART-POINT-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
               MOVE 0 TO WS-PCT-CHANGE
               MOVE 0 TO WS-OLD-VALUE-EDIT
               PERFORM PRINT-REPRICE-LINE
               MOVE 'C' TO VEXC-TYPE OF WS-VEXC
               MOVE DELTA-CURRENCY OF WS-DELTA
                   TO VEXC-REFERENCE OF WS-VEXC
               PERFORM LOG-DELTA-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM TRANSLATE-DELTA-PART.
           IF WS-XREF-REJECT NOT = SPACES
               MOVE WS-XREF-REJECT TO WS-DELTA-REJECT-REASON
               MOVE 0 TO WS-PCT-CHANGE
               MOVE 0 TO WS-OLD-VALUE-EDIT
               DISPLAY 'UNMAPPED PART: ' WS-DELTA-VENDOR ' '
                   DELTA-VENDOR-PART OF WS-DELTA ' - TO SUSPENSE'
               PERFORM PRINT-REPRICE-LINE
               PERFORM SUSPEND-UNMAPPED-DELTA
               EXIT PARAGRAPH
           END-IF.
           MOVE DELTA-ITEM-CODE OF WS-DELTA TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           IF WS-FETCH-IX = 0
               MOVE WS-FETCH-REJECT TO WS-DELTA-REJECT-REASON
               MOVE 0 TO WS-PCT-CHANGE
               MOVE 0 TO WS-OLD-VALUE-EDIT
           ELSE
               PERFORM CHECK-ONE-DELTA
           END-IF.
           PERFORM PRINT-REPRICE-LINE.

           TRANSLATE-DELTA-PART.
      * A vendor part number, when the delta sends one, is the
      * vendor's word for the item - our code comes from the
      * cross-reference under DELTAVENDOR, never from whatever sits
      * in the code field beside it.
           MOVE SPACES TO WS-XREF-REJECT.
           IF DELTA-VENDOR-PART OF WS-DELTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DELTA-VENDOR TO WS-CHK-XREF-VENDOR.
           MOVE DELTA-VENDOR-PART OF WS-DELTA TO WS-CHK-XREF-PART.
           PERFORM FIND-VENDOR-XREF.
           IF WS-XREF-FOUND = 'Y'
               MOVE WS-XREF-FOUND-CODE TO DELTA-ITEM-CODE OF WS-DELTA
           ELSE
               MOVE 'VENDOR PART NOT MAPPED' TO WS-XREF-REJECT
           END-IF.

           SUSPEND-UNMAPPED-DELTA.
      * A new vendor SKU is a work item, not a bad feed - park the
      * delta in suspense, its converted value in the gold field,
      * for someone to map and feed again.
           INITIALIZE WS-ITEM.
           MOVE DELTA-ITEM-CODE OF WS-DELTA TO ITEM-CODE OF WS-ITEM.
           MOVE DELTA-NEW-VALUE OF WS-DELTA
               TO ITEM-GOLD-VALUE OF WS-ITEM.
           MOVE 'XREF' TO SUSP-REASON-CODE OF WS-SUSP.
           MOVE WS-DELTA-VENDOR TO SUSP-VENDOR OF WS-SUSP.
           MOVE DELTA-VENDOR-PART OF WS-DELTA
               TO SUSP-VENDOR-PART OF WS-SUSP.
           PERFORM WRITE-SUSPENSE-ROW.

           LOG-DELTA-EXCEPTION.
      * Caller sets the type and reference - the rest is the feed's.
           MOVE WS-DELTA-VENDOR TO VEXC-VENDOR OF WS-VEXC.
           MOVE DELTA-ITEM-CODE OF WS-DELTA
               TO VEXC-ITEM-CODE OF WS-VEXC.
           MOVE 0 TO VEXC-QTY OF WS-VEXC.
           MOVE SPACES TO VEXC-PO-NUMBER OF WS-VEXC.
           PERFORM WRITE-VENDOR-EXCEPTION.

           CONVERT-DELTA-CURRENCY.
      * The vendor's money becomes gold right here, in place - the
      * rest of the program only ever sees gold, exactly as it did
                   OR WS-PCT-CHANGE < (0 - WS-TOLERANCE-PCT)
                   MOVE 'MOVE BEYOND TOLERANCE'
                       TO WS-DELTA-REJECT-REASON
                   MOVE 'T' TO VEXC-TYPE OF WS-VEXC
                   MOVE SPACES TO VEXC-REFERENCE OF WS-VEXC
                   PERFORM LOG-DELTA-EXCEPTION
               ELSE
      * The new value still has to sit inside the category's own
      * bounds - a tolerable percentage move to an insane price is
           MOVE 'P' TO AUDIT-TRANS-TYPE.
           MOVE WS-ITEM-CODE (WS-ITEM-IX) TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.

      * Nothing rides parallel to the catalog table here.
           PREPARE-FETCHED-ROW.
           CONTINUE.

           POSITION-APPEND-LOGS.
      * Every log the run appends to, numbered in the same order
      * every run - a restart cuts each back to where its restart
      * point left it, so no reprice lands on a log twice.
           PERFORM RESOLVE-AUDIT-FILENAME.
           MOVE WS-AUDIT-FILENAME TO WS-PLOG-FILENAME.
           MOVE 1 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
           MOVE WS-PRICE-HIST-FILENAME TO WS-PLOG-FILENAME.
           MOVE 2 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-VEXC-FILENAME.
           MOVE WS-VEXC-FILENAME TO WS-PLOG-FILENAME.
           MOVE 3 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-SUSPENSE-FILENAME.
           MOVE WS-SUSPENSE-FILENAME TO WS-PLOG-FILENAME.
           MOVE 4 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.

      * No side file rides with the catalog rows - the logs are
      * appended as the run goes, and the restart point just marks
      * how far each has got, numbered as in POSITION-APPEND-LOGS.
           COMMIT-SIDE-FILES.
           MOVE WS-AUDIT-WRITTEN-CNT TO WS-PLOG-WRITTEN (1).
           MOVE WS-PRCH-WRITTEN-CNT TO WS-PLOG-WRITTEN (2).
           MOVE WS-VEXC-WRITTEN-CNT TO WS-PLOG-WRITTEN (3).
           MOVE WS-SUSP-WRITTEN-CNT TO WS-PLOG-WRITTEN (4).

           WRITE-PRICE-HISTORY.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE DELTA-NEW-VALUE OF WS-DELTA TO PRCH-NEW-VALUE.
           MOVE WS-USER-ID TO PRCH-USER-ID.
           WRITE PRICE-HIST-REC.
           ADD 1 TO WS-PRCH-WRITTEN-CNT.

           WRITE-AUDIT-RECORD.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-TIME-DISP TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           WRITE AUDIT-FILE-REC.
           ADD 1 TO WS-AUDIT-WRITTEN-CNT.

           PRINT-REPRICE-LINE.
           MOVE DELTA-NEW-VALUE OF WS-DELTA TO WS-NEW-VALUE-EDIT.
           END-IF.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY VENDLOAD.
           COPY CURRSLV.
           COPY CURLOAD.
           COPY VEXCWRT.
           COPY XREFRSLV.
           COPY XREFLOAD.
           COPY SUSPWRT.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY IDXPOST.
           COPY REGNMGR.

       END PROGRAM REPRICE-FROM-DELTA.
