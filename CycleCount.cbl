      * Modified: 2026-09-02 - refused authorizations are appended
      *           to the security violation log instead of
      *           vanishing with a console message (see SVIOREC).
      * Modified: 2026-10-15 - every item a sheet accounted for has
      *           its last-counted date stamped on the count schedule
      *           the ABC classification run lists due items from
      *           (see CSCHREC/CSCHLOAD).
      * Modified: 2026-10-15 - a sheet line for a location not on the
      *           location master, or whose count would put the
      *           location past its unit capacity, is rejected and
      *           listed instead of reconciled (see LMSTREC/LMSTLOAD).
      * Modified: 2026-10-15 - EPIC serials out for service on an open
      *           work order are listed as out, not as missing from
      *           the count, and a sheet that counts one is flagged
      *           (see WORDREC).
      * Modified: 2026-10-15 - units out on hire are off the shelf: a
      *           sheet line for the hire location is rejected, a
      *           whole-shop sheet is compared against on hand less
      *           the units on hire, and EPIC serials on hire are
      *           listed as out like those out for service (see
      *           RENTREC).
      * Modified: 2026-10-15 - a count adjustment's audit line names
      *           the location it landed on in the after-category
      *           field.
      * Modified: 2026-10-15 - maker-checker: an adjustment whose
      *           variance at average cost is past APPRQTYVALUE is
      *           held on the approval file for a second supervisor
      *           instead of applied, and an item with a change
      *           already waiting is not adjusted (see APPRREC).
      * Modified: 2026-10-15 - the indexed catalog is the master of
      *           record: each counted item is read from
      *           magicitems.idx by key and only adjusted rows are
      *           rewritten, at restart points every POSTCKPTINTERVAL
      *           count lines applied (see IDXPOST).  A run that stops
      *           part-way resumes after its last restart point.  The
      *           not-counted listing walks the index itself.
      * Modified: 2026-10-15 - each restart point marks how far the
      *           audit trail had got, and a restart cuts it back to
      *           that mark before adjusting again.
      * Modified: 2026-10-15 - a declined or refused adjustment closes
      *           the indexed catalog and clears the restart point, so
      *           the next count does not take it for a stopped run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-RECONCILE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The warehouse count sheets - COUNTFILE env var, defaults to
      * cyclecount.txt
           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-FILENAME
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Which locations a sheet may name - see LMSTREC/LMSTLOAD
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
      * Serial-number register for EPIC-rarity items - see SERREC/
      * SERLOAD
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * The count schedule - each item the sheets accounted for is
      * stamped counted today (see CSCHREC/CSCHLOAD)
           SELECT CSCH-FILE ASSIGN DYNAMIC WS-CSCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSCH-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * The indexed catalog, master of record - counted items are
      * read and adjusted by key, the not-counted listing walks it
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Restart point - POSTCKPTFILE env var, defaults to
      * cyclecount.ckpt (see IDXPOST)
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
           WS-VIOLATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOLATION-STATUS.
      * Adjustments held for a second supervisor, and the log of
      * every hold and decision - see APPRREC/APPRLOAD
           SELECT APPR-FILE ASSIGN DYNAMIC WS-APPR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
           SELECT APPRLOG-FILE ASSIGN DYNAMIC WS-APPRLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPRLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD COUNT-FILE.
           01 COUNT-FILE-REC.
               COPY CCNTREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD CSCH-FILE.
           01 CSCH-FILE-REC.
               COPY CSCHREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD APPR-FILE.
           01 APPR-FILE-REC            PIC X(235).
           FD APPRLOG-FILE.
           01 APPRLOG-REC              PIC X(235).
           FD PCKP-FILE.
           01 PCKP-REC                 PIC X(184).
           FD PLOG-FILE.
           01 PLOG-REC                 PIC X(512).
           FD PLOG-WORK-FILE.
           01 PLOG-WORK-REC            PIC X(512).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).

           WORKING-STORAGE SECTION.
           01 WS-COUNT.
               COPY CCNTREC.
           01 WS-COUNT-FILENAME        PIC X(100).
           01 WS-COUNT-STATUS          PIC X(2).
           COPY AUDSTAT.
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY LMSTWS.
      * Sheet lines refused for their location, and why.
           01 WS-CNT-LOC-REJECT        PIC X(30).
           01 WS-LOC-REJECT-CNT        PIC 9(5) VALUE 0.
           01 WS-CNT-ADD-QTY           PIC S9(6).
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
               05 WS-SER-SEEN          PIC A(1) OCCURS 2000 TIMES.
           01 WS-SER-MISSING-CNT       PIC 9(4) VALUE 0.
           01 WS-SER-UNKNOWN-CNT       PIC 9(4) VALUE 0.
           01 WS-SER-SERVICE-CNT       PIC 9(4) VALUE 0.
           01 WS-SER-HIRE-CNT          PIC 9(4) VALUE 0.
           COPY CSCHWS.
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-IDX-STATUS            PIC X(2).
      * The rows this run has read from the index - see IDXPWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           COPY IDXPWS.
      * What the run has put on the audit trail - the restart point
      * marks the log by its count.
           01 WS-AUDIT-WRITTEN-CNT     PIC 9(5) VALUE 0.
           COPY REGNWS.
      * Sheet lines for items the run had no room left to read.
           01 WS-FETCH-REJECT-CNT      PIC 9(5) VALUE 0.
      * Whether the index row under the not-counted walk was
      * counted by any sheet.
           01 WS-IDX-COUNTED           PIC A(1).
           COPY SECWS.
           COPY SVIOWS.
           COPY DATESTAMP.
           01 WS-FOUND-IX              PIC 9(4).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Per-item flag, parallel to the catalog table - whether any
      * sheet counted the item (for the not-counted listing).
           01 WS-COUNT-FLAGS.
               05 WS-CC-ROW OCCURS 5000 TIMES.
                   10 WS-CC-COUNTED       PIC A(1).
      * One row per count sheet line - an item can be counted once
      * per location, and a recount of the same item and location
      * keeps the later sheet.  A blank location is a whole-shop
      * Operator approval - CYCLEAPPROVE=Y lets the job stream apply
      * without a prompt; otherwise the operator answers one.
           01 WS-APPROVE               PIC X(1).
      * Adjustments held for a second supervisor, and those left
      * alone because the item already had a change waiting.
           COPY APPRWS.
           01 WS-HELD-CNT              PIC 9(5) VALUE 0.
           01 WS-PENDING-SKIP-CNT      PIC 9(5) VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-VAR-EDIT          PIC -ZZZZZ9.
           01 WS-EXT-VAR-EDIT          PIC -ZZZZZZZZZZZZ9.99.
           MAIN-PROCEDURE.
           MOVE 'CYCLE-COUNT-RECONCILE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM LOAD-COST-LEDGER.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-LOCATION-MASTER.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM CLEAR-SERIAL-SEEN-FLAGS.
           PERFORM LOAD-COUNT-SCHEDULE.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.  The supervisor check itself
      * waits until adjustments are actually about to be applied.
      * Exclusive up front - an approved count rewrites the catalog,
      * and the book quantities must not move under the comparison.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM OPEN-INDEXED-MASTER.
           MOVE 'cyclecount.ckpt' TO WS-PCKP-DEFAULT.
           PERFORM READ-POSTING-CHECKPOINT.
           PERFORM POSITION-APPEND-LOGS.
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM RESOLVE-APPR-THRESHOLDS.
           PERFORM RESOLVE-COUNT-FILENAME.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-COUNT-FILE.
           CLOSE COUNT-FILE.
           PERFORM STAMP-COUNT-SCHEDULE.
           PERFORM PRINT-VARIANCE-REPORT.
           PERFORM PRINT-SERIAL-RECONCILIATION.
           IF WS-VARIANCE-CNT = 0
               DISPLAY 'NO VARIANCES - NOTHING TO ADJUST'
               CLOSE ITEM-INDEXED
      * A resumed run whose last lines all landed before it stopped
      * finds nothing left to do - its restart point is spent.
               PERFORM CLEAR-POSTING-CHECKPOINT
               PERFORM RELEASE-CATALOG-LOCK
               PERFORM WRITE-CYCLE-RUN-STATISTICS
               STOP RUN
                       'SUPERVISOR: ' WS-USER-ID
                   MOVE 'REQUIRES SUPERVISOR' TO WS-SVIO-REASON
                   PERFORM WRITE-SECURITY-VIOLATION
                   CLOSE ITEM-INDEXED
                   PERFORM CLEAR-POSTING-CHECKPOINT
                   PERFORM RELEASE-CATALOG-LOCK
                   STOP RUN RETURNING 16
               END-IF
               PERFORM OPEN-AUDIT-TRAIL
               PERFORM APPLY-ADJUSTMENTS
               CLOSE AUDIT-FILE
      * The last restart point lands whatever the final lines moved
      * - index rows first, then the location balances and the held
      * adjustments that must agree with them (COMMIT-SIDE-FILES).
               PERFORM TAKE-RESTART-POINT
               CLOSE ITEM-INDEXED
               PERFORM CLEAR-POSTING-CHECKPOINT
               DISPLAY 'ADJUSTMENTS APPLIED: ' WS-ADJUSTED-CNT
               IF WS-HELD-CNT > 0
                   DISPLAY 'ADJUSTMENTS HELD FOR APPROVAL: '
                       WS-HELD-CNT
               END-IF
               IF WS-PENDING-SKIP-CNT > 0
                   DISPLAY 'NOT ADJUSTED - CHANGE PENDING APPROVAL: '
                       WS-PENDING-SKIP-CNT
               END-IF
           ELSE
               DISPLAY 'ADJUSTMENTS NOT APPLIED - CATALOG UNTOUCHED'
      * A decline is a finished run, not an interrupted one - the
      * next count must not find a restart point left behind.
               CLOSE ITEM-INDEXED
               PERFORM CLEAR-POSTING-CHECKPOINT
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM WRITE-CYCLE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-COUNT-FILENAME.
           ACCEPT WS-COUNT-FILENAME FROM ENVIRONMENT 'COUNTFILE'.
           IF WS-COUNT-FILENAME = SPACES
               MOVE 'cyclecount.txt' TO WS-COUNT-FILENAME
           END-IF.

           LOAD-COUNT-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'

           TAKE-ONE-COUNT.
           ADD 1 TO WS-COUNT-READ-CNT.
           MOVE CCNT-ITEM-CODE OF WS-COUNT TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           IF WS-FETCH-IX = 0
               IF WS-FETCH-REJECT = 'ITEM CODE NOT FOUND'
                   ADD 1 TO WS-NOT-ON-CATALOG-CNT
                   DISPLAY 'COUNTED BUT NOT ON CATALOG: '
                       CCNT-ITEM-CODE OF WS-COUNT ' QTY '
                       CCNT-QTY OF WS-COUNT ' BY '
                       CCNT-INITIALS OF WS-COUNT
               ELSE
                   ADD 1 TO WS-FETCH-REJECT-CNT
                   DISPLAY 'COUNT LINE REJECTED - '
                       FUNCTION TRIM (WS-FETCH-REJECT) ': '
                       CCNT-ITEM-CODE OF WS-COUNT ' QTY '
                       CCNT-QTY OF WS-COUNT ' BY '
                       CCNT-INITIALS OF WS-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FETCH-IX TO WS-FOUND-IX.
           PERFORM CHECK-COUNT-LOCATION.
           IF WS-CNT-LOC-REJECT NOT = SPACES
               ADD 1 TO WS-LOC-REJECT-CNT
               DISPLAY 'COUNT LINE REJECTED - '
                   FUNCTION TRIM (WS-CNT-LOC-REJECT) ': '
                   CCNT-ITEM-CODE OF WS-COUNT ' '
                   CCNT-LOCATION OF WS-COUNT ' QTY '
                   CCNT-QTY OF WS-COUNT ' BY '
                   CCNT-INITIALS OF WS-COUNT
           ELSE
               MOVE 'Y' TO WS-CC-COUNTED (WS-FOUND-IX)
               IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
                   PERFORM TAKE-ONE-SERIAL-COUNT
               ELSE
                   PERFORM TAKE-ONE-COUNT-ROW
               END-IF
           END-IF.

           PREPARE-FETCHED-ROW.
           MOVE 'N' TO WS-CC-COUNTED (WS-FETCH-IX).

           CHECK-COUNT-LOCATION.
      * A blank location is the whole-shop sheet and names nothing
      * to check.  A located sheet must name a location on the
      * master, and what it found must still fit there - only the
      * units it adds over the book balance can push the location
      * past its capacity.
           MOVE SPACES TO WS-CNT-LOC-REJECT.
           IF CCNT-LOCATION OF WS-COUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * Units on hire are with the renter, not on any shelf a sheet
      * could count - they come back through their rental return.
           IF CCNT-LOCATION OF WS-COUNT = WS-HIRE-LOCATION
               MOVE 'HIRE LOCATION - NOT COUNTED' TO WS-CNT-LOC-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE CCNT-LOCATION OF WS-COUNT TO WS-CHK-LMST-LOC.
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
               PERFORM CHECK-LOCATION-MASTER
               IF WS-LMST-VALID = 'N'
                   MOVE 'UNKNOWN LOCATION' TO WS-CNT-LOC-REJECT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE CCNT-ITEM-CODE OF WS-COUNT TO WS-CHK-LOC-CODE.
           MOVE CCNT-LOCATION OF WS-COUNT TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'Y'
               COMPUTE WS-CNT-ADD-QTY = CCNT-QTY OF WS-COUNT
                   - WS-LOC-QTY (WS-LOC-FOUND-IX)
           ELSE
               MOVE CCNT-QTY OF WS-COUNT TO WS-CNT-ADD-QTY
           END-IF.
           IF WS-CNT-ADD-QTY < 0
               MOVE 0 TO WS-CNT-ADD-QTY
           END-IF.
           MOVE WS-CNT-ADD-QTY TO WS-LMST-ADD-QTY.
           PERFORM CHECK-LOCATION-ROOM.
           MOVE WS-LMST-REJECT TO WS-CNT-LOC-REJECT.

           TAKE-ONE-SERIAL-COUNT.
      * EPIC sheets name one serial per line - the reconciliation is
                   DISPLAY 'COUNTED SERIAL NOT ON REGISTER: '
                       CCNT-ITEM-CODE OF WS-COUNT ' '
                       CCNT-SERIAL OF WS-COUNT
      * A unit the register has out with an enchanter cannot be on
      * the shelf - either the sheet is wrong or its work order was
      * never closed.
               WHEN WS-SER-STATUS (WS-SER-FOUND-IX) = 'O'
                   ADD 1 TO WS-SER-UNKNOWN-CNT
                   DISPLAY 'COUNTED SERIAL OUT FOR SERVICE: '
                       CCNT-ITEM-CODE OF WS-COUNT ' '
                       CCNT-SERIAL OF WS-COUNT
               WHEN WS-SER-STATUS (WS-SER-FOUND-IX) = 'R'
                   ADD 1 TO WS-SER-UNKNOWN-CNT
                   DISPLAY 'COUNTED SERIAL OUT ON HIRE: '
                       CCNT-ITEM-CODE OF WS-COUNT ' '
                       CCNT-SERIAL OF WS-COUNT
               WHEN WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
                   ADD 1 TO WS-SER-UNKNOWN-CNT
                   DISPLAY 'COUNTED SERIAL MARKED ISSUED: '
                   MOVE 'Y' TO WS-SER-SEEN (WS-SER-FOUND-IX)
           END-EVALUATE.

           STAMP-COUNT-SCHEDULE.
      * The count happened whether or not its adjustments are
      * approved - every item a sheet accounted for is off the
      * due list until its class target comes round again.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-CC-COUNTED (WS-TABLE-INDEX) = 'Y'
                   MOVE WS-ITEM-CODE (WS-TABLE-INDEX)
                       TO WS-CHK-CSCH-CODE
                   PERFORM FIND-COUNT-SCHEDULE
                   IF WS-CSCH-FOUND = 'N'
                       PERFORM ADD-COUNT-SCHEDULE-ROW
                   END-IF
                   IF WS-CSCH-FOUND-IX > 0
                       MOVE WS-RUN-DATE-DISP
                           TO WS-CSCH-COUNTED (WS-CSCH-FOUND-IX)
                       MOVE 'Y' TO WS-CSCH-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM REWRITE-COUNT-SCHEDULE.

           CLEAR-SERIAL-SEEN-FLAGS.
           PERFORM VARYING WS-SER-SCAN FROM 1 BY 1
           UNTIL WS-SER-SCAN > WS-SER-CNT

           PRINT-SERIAL-RECONCILIATION.
      * The insurer's question - which serials do we still hold,
      * and did the floor actually see them.  A unit out for service
      * is ours but not on the shelf - it is listed as out, never as
      * missing.
           IF WS-SER-CNT = 0
               EXIT PARAGRAPH
           END-IF.
                       WS-SER-CODE (WS-SER-SCAN) ' '
                       WS-SER-SERIAL (WS-SER-SCAN)
               END-IF
               IF WS-SER-STATUS (WS-SER-SCAN) = 'O'
                   ADD 1 TO WS-SER-SERVICE-CNT
                   DISPLAY 'OUT FOR SERVICE - NOT EXPECTED ON SHELF: '
                       WS-SER-CODE (WS-SER-SCAN) ' '
                       WS-SER-SERIAL (WS-SER-SCAN)
               END-IF
               IF WS-SER-STATUS (WS-SER-SCAN) = 'R'
                   ADD 1 TO WS-SER-HIRE-CNT
                   DISPLAY 'OUT ON HIRE - NOT EXPECTED ON SHELF: '
                       WS-SER-CODE (WS-SER-SCAN) ' '
                       WS-SER-SERIAL (WS-SER-SCAN)
               END-IF
           END-PERFORM.
           IF WS-SER-SERVICE-CNT > 0
               DISPLAY 'SERIALS OUT FOR SERVICE: ' WS-SER-SERVICE-CNT
           END-IF.
           IF WS-SER-HIRE-CNT > 0
               DISPLAY 'SERIALS OUT ON HIRE: ' WS-SER-HIRE-CNT
           END-IF.
           DISPLAY 'SERIALS MISSING FROM COUNT: ' WS-SER-MISSING-CNT
               '  COUNT LINES NOT MATCHING REGISTER: '
               WS-SER-UNKNOWN-CNT.
           UNTIL WS-CNT-IX > WS-CNT-CNT
               PERFORM PRINT-ONE-VARIANCE
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
      * The catalog is no longer held whole - the items nobody
      * counted are found by walking the index, each checked
      * against the rows the sheets brought in.
           MOVE LOW-VALUES TO IDX-ITEM-CODE.
           MOVE 'N' TO WS-EOF.
           START ITEM-INDEXED KEY IS NOT LESS THAN IDX-ITEM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-NOT-COUNTED
               END-READ
           END-PERFORM.
           MOVE WS-TOTAL-EXT-VARIANCE TO WS-EXT-VAR-EDIT.
           DISPLAY 'COUNTS READ: ' WS-COUNT-READ-CNT
               '  VARIANCES: ' WS-VARIANCE-CNT
               '  NOT ON CATALOG: ' WS-NOT-ON-CATALOG-CNT
               '  NOT COUNTED: ' WS-NOT-COUNTED-CNT.
           IF WS-LOC-REJECT-CNT > 0
               DISPLAY 'COUNT LINES REJECTED FOR LOCATION: '
                   WS-LOC-REJECT-CNT
           END-IF.
           IF WS-FETCH-REJECT-CNT > 0
               DISPLAY 'COUNT LINES REJECTED - TOO MANY ITEMS FOR ONE '
                   'RUN: ' WS-FETCH-REJECT-CNT
           END-IF.
           DISPLAY 'TOTAL EXTENDED VARIANCE: ' WS-EXT-VAR-EDIT.

           LIST-ONE-NOT-COUNTED.
           MOVE 'N' TO WS-IDX-COUNTED.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = IDX-ITEM-CODE
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
                   MOVE WS-CC-COUNTED (WS-FOUND-IX) TO WS-IDX-COUNTED
           END-SEARCH.
           IF WS-IDX-COUNTED NOT = 'Y'
               ADD 1 TO WS-NOT-COUNTED-CNT
               DISPLAY 'ON CATALOG BUT NOT COUNTED: '
                   IDX-ITEM-CODE ' ' IDX-ITEM-NAME
           END-IF.

           PRINT-ONE-VARIANCE.
           MOVE WS-CNT-ITEM-IX (WS-CNT-IX) TO WS-TABLE-INDEX.
           PERFORM FIND-COUNT-BOOK-QTY.
           FIND-COUNT-BOOK-QTY.
      * What the books say the sheet should have found - the
      * location's own balance for a located sheet, the catalog
      * total less the units out on hire for a whole-shop sheet.
           IF WS-CNT-LOC (WS-CNT-IX) = SPACES
               MOVE WS-CNT-CODE (WS-CNT-IX) TO WS-CHK-LOC-CODE
               PERFORM SUM-ITEM-ON-HIRE
               IF WS-LOC-HIRE-QTY > WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                   MOVE 0 TO WS-BOOK-QTY
               ELSE
                   COMPUTE WS-BOOK-QTY =
                       WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                       - WS-LOC-HIRE-QTY
               END-IF
           ELSE
               MOVE WS-CNT-CODE (WS-CNT-IX) TO WS-CHK-LOC-CODE
               MOVE WS-CNT-LOC (WS-CNT-IX) TO WS-CHK-LOC-LOC
           END-IF.

           APPLY-ADJUSTMENTS.
      * Count lines are the restart unit - a resumed run passes
      * over the lines its last restart point already landed.
           MOVE '1' TO WS-PHASE-CODE.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
           UNTIL WS-CNT-IX > WS-CNT-CNT
               PERFORM COUNT-PHASE-RECORD
               IF WS-SKIP-RECORD = 'N'
                   PERFORM APPLY-ONE-COUNT-LINE
                   PERFORM TAKE-RESTART-POINT-IF-DUE
               END-IF
           END-PERFORM.

           APPLY-ONE-COUNT-LINE.
           MOVE WS-CNT-ITEM-IX (WS-CNT-IX) TO WS-TABLE-INDEX.
           PERFORM FIND-COUNT-BOOK-QTY.
           COMPUTE WS-QTY-VARIANCE =
               WS-CNT-QTY (WS-CNT-IX) - WS-BOOK-QTY.
           IF WS-QTY-VARIANCE NOT = 0
               PERFORM CHECK-ADJUSTMENT-APPROVAL
           END-IF.

           CHECK-ADJUSTMENT-APPROVAL.
      * A change already waiting on a supervisor was judged against
      * the row as it stands - the count leaves the item alone until
      * that change is decided.  A variance worth more than
      * APPRQTYVALUE at average cost is held for a second supervisor
      * rather than written off (or on) by the one running the count.
           MOVE WS-CNT-CODE (WS-CNT-IX) TO WS-CHK-APPR-CODE.
           PERFORM FIND-PENDING-APPROVAL.
           IF WS-APPR-FOUND = 'Y'
               ADD 1 TO WS-PENDING-SKIP-CNT
               DISPLAY 'CHANGE PENDING APPROVAL - NOT ADJUSTED: '
                   WS-CNT-CODE (WS-CNT-IX) ' ' WS-CNT-LOC (WS-CNT-IX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-COST-FOUND = 'N'
               MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
                   TO WS-FOUND-AVG-COST
           END-IF.
           MOVE SPACES TO WS-APPR.
           IF WS-QTY-VARIANCE < 0
               COMPUTE APPR-EXT-VALUE =
                   WS-QTY-VARIANCE * WS-FOUND-AVG-COST * -1
           ELSE
               COMPUTE APPR-EXT-VALUE =
                   WS-QTY-VARIANCE * WS-FOUND-AVG-COST
           END-IF.
           IF APPR-EXT-VALUE > WS-APPR-QTY-VALUE
               PERFORM HOLD-ADJUSTMENT-FOR-APPROVAL
           ELSE
               PERFORM APPLY-ONE-ADJUSTMENT
           END-IF.

           HOLD-ADJUSTMENT-FOR-APPROVAL.
      * The book quantity the sheet was reconciled to goes on as the
      * before quantity and the counted figure as the after - the
      * approval is refused as stale if the book has moved since.
           MOVE 'K' TO APPR-SOURCE.
           MOVE 'Y' TO APPR-FLAG-QTY.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO APPR-ITEM-CODE.
           MOVE WS-CNT-LOC (WS-CNT-IX) TO APPR-LOCATION.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO APPR-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-TABLE-INDEX)
               TO APPR-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
               TO APPR-BEFORE-GOLD-VALUE.
           MOVE WS-BOOK-QTY TO APPR-BEFORE-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-TABLE-INDEX)
               TO APPR-BEFORE-LIFECYCLE.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO APPR-AFTER-NAME.
           MOVE WS-ITEM-CATEGORY (WS-TABLE-INDEX)
               TO APPR-AFTER-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
               TO APPR-AFTER-GOLD-VALUE.
           MOVE WS-CNT-QTY (WS-CNT-IX) TO APPR-AFTER-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-TABLE-INDEX)
               TO APPR-AFTER-LIFECYCLE.
           MOVE WS-CNT-INITIALS (WS-CNT-IX) TO APPR-INITIALS.
           MOVE WS-USER-ID TO APPR-MAKER-ID.
           PERFORM QUEUE-APPROVAL.
           IF WS-APPR-QUEUED = 'Y'
               ADD 1 TO WS-HELD-CNT
               DISPLAY 'HELD FOR APPROVAL - ID ' APPR-ID ': '
                   WS-CNT-CODE (WS-CNT-IX) ' ' WS-CNT-LOC (WS-CNT-IX)
           END-IF.

           APPLY-ONE-ADJUSTMENT.
      * The before/after images go to the same audit trail as
      * maintenance, but under their own transaction type so the
      * month-end review can tell a shelf count from a keyed change.
      * The location balance is set to what the sheet found and the
      * catalog total moves by the same variance, keeping the total
      * the sum of its locations.  The after-category field carries
      * the location the correction landed on, the way a transfer's
      * category fields carry its locations - the stock card follows
      * each location's balance from it.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO AUDIT-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-TABLE-INDEX)
               TO AUDIT-BEFORE-CATEGORY.
               + WS-QTY-VARIANCE.
           PERFORM ADJUST-LOCATION-BALANCE.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO AUDIT-AFTER-NAME.
           MOVE WS-CHK-LOC-LOC TO AUDIT-AFTER-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
               TO AUDIT-AFTER-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
           MOVE 'K' TO AUDIT-TRANS-TYPE.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-ADJUSTED-CNT.

           ADJUST-LOCATION-BALANCE.
           MOVE WS-RUN-TIME-DISP TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           WRITE AUDIT-FILE-REC.
           ADD 1 TO WS-AUDIT-WRITTEN-CNT.

           POSITION-APPEND-LOGS.
      * The audit trail is the one log the run appends to as it
      * goes - a restart cuts it back to where its restart point
      * left it, so no adjustment is audited twice.  The approval
      * log is only ever appended at a restart point, with the
      * queue it describes.
           PERFORM RESOLVE-AUDIT-FILENAME.
           MOVE WS-AUDIT-FILENAME TO WS-PLOG-FILENAME.
           MOVE 1 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.

      * The side files that must agree with the index rows landed
      * at a restart point, and the audit trail's mark.
           COMMIT-SIDE-FILES.
           PERFORM REWRITE-LOCATION-BALANCES.
           PERFORM SAVE-APPROVAL-QUEUE.
           MOVE WS-AUDIT-WRITTEN-CNT TO WS-PLOG-WRITTEN (1).

           WRITE-CYCLE-RUN-STATISTICS.
           INITIALIZE WS-RUNS.
      * Rows loaded is now the rows read from the index by key.
           MOVE WS-REC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           COMPUTE RUNS-OTHER-REJECTS OF WS-RUNS =
               WS-NOT-ON-CATALOG-CNT + WS-LOC-REJECT-CNT
               + WS-FETCH-REJECT-CNT.
           PERFORM WRITE-RUN-STATISTICS.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY COSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY CSCHRSLV.
           COPY CSCHLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY IDXPOST.
           COPY REGNMGR.
           COPY APPRRSLV.
           COPY APPRLOAD.

       END PROGRAM CYCLE-COUNT-RECONCILE.
