      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: The checker's side of maker-checker - a supervisor
      *          works the approval file, where MAINTAIN-CATALOG
      *          holds a keyed change past the gold-value or
      *          quantity thresholds, or one that discontinues an
      *          item, and CYCLE-COUNT-RECONCILE holds a variance
      *          past the quantity threshold.  Each pending row is
      *          approved or rejected by a supervisor other than the
      *          one who keyed it.  An approved row is first checked
      *          against the catalog as it stands now - a row the
      *          item has moved away from since it was keyed is
      *          refused as stale and has to be keyed again - and is
      *          then applied exactly as the keying program would
      *          have: audit images, price history, location
      *          balances, two-phase rewrite and the idx mirror
      *          after the promote.  Every decision goes on the
      *          approval log with the maker and checker for the
      *          daily approvals report (see APPRREC).
      * Tectonics: cobc
      * Modified: 2026-10-15 - refuses to start while the sequential
      *           catalog is behind the indexed master - an approval
      *           rewritten from it would throw away the keyed
      *           postings; CATALOG-REGENERATE catches it up first
      *           (see REGNMGR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-CHANGES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The catalog the approved changes land on
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Changes waiting on a second supervisor - APPROVALFILE env
      * var, defaults to approvals.txt (see APPRRSLV)
           SELECT APPR-FILE ASSIGN DYNAMIC WS-APPR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
      * Append-only log of every hold and decision - see APPRLOAD
           SELECT APPRLOG-FILE ASSIGN DYNAMIC WS-APPRLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPRLOG-STATUS.
      * Append-only before/after log, shared with MAINTAIN-CATALOG
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * Gold-value changes, old and new - see PRCHREC
           SELECT PRICE-HIST-FILE ASSIGN DYNAMIC WS-PRICE-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-HIST-STATUS.
      * Valid category codes and their per-category gold-value
      * bounds - see CATREC/CATLOAD.
           SELECT CATMAST-FILE ASSIGN DYNAMIC WS-CATMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATMAST-STATUS.
      * Per-location stock balances an approved count lands on - see
      * LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Two-phase rewrite files - see SAFERWRT
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT PRIOR-FILE ASSIGN DYNAMIC WS-PRIOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.
      * The indexed catalog the lookup programs answer from - kept
      * in step with every applied change
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
      * Append-only security violation log - see SVIOREC/SVIOWRT
           SELECT VIOLATION-FILE ASSIGN DYNAMIC
           WS-VIOLATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD APPR-FILE.
           01 APPR-FILE-REC            PIC X(235).
           FD APPRLOG-FILE.
           01 APPRLOG-REC              PIC X(235).
           FD AUDIT-FILE.
           01 AUDIT-FILE-REC.
               COPY AUDITREC.
           FD PRICE-HIST-FILE.
           01 PRICE-HIST-REC.
               COPY PRCHREC.
           FD CATMAST-FILE.
           01 CATMAST-REC.
               COPY CATREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD WORK-FILE.
           01 WORK-FILE-REC            PIC X(63).
           FD PRIOR-FILE.
           01 PRIOR-FILE-REC           PIC X(63).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).
           FD ITEM-INDEXED.
           01 IDX-ITEM-FILE.
               COPY ITEMREC
                   REPLACING ==ITEM-CODE==
                          BY ==IDX-ITEM-CODE==
                             ==ITEM-NAME==
                          BY ==IDX-ITEM-NAME==
                             ==ITEM-CATEGORY==
                          BY ==IDX-ITEM-CATEGORY==
                             ==ITEM-GOLD-VALUE==
                          BY ==IDX-ITEM-GOLD-VALUE==
                             ==ITEM-QTY-ON-HAND==
                          BY ==IDX-ITEM-QTY-ON-HAND==
                             ==ITEM-LIFECYCLE==
                          BY ==IDX-ITEM-LIFECYCLE==.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           COPY APPRWS.
           COPY AUDSTAT.
           COPY AUDNAME.
           COPY PRCHSTAT.
           COPY PRCHNAME.
           COPY CATSTAT.
           COPY CATNAME.
           COPY CATTAB.
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY SAFEWS.
           COPY LOCKWS.
           COPY REGNWS.
           01 WS-IDX-STATUS            PIC X(2).
      * Whether the indexed catalog is present and open - a shop
      * that has never run the converter still gets its approvals
      * applied, just with a reminder.
           01 WS-IDX-SYNC              PIC A(1) VALUE 'N'.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-DUP-FOUND             PIC A(1).
           01 WS-DUP-CNT               PIC 9(4) VALUE 0.
           01 WS-EXCEPTION-CNT         PIC 9(4) VALUE 0.
           01 WS-OVERSIZE-PENDING      PIC A(1) VALUE 'N'.
           01 WS-RANGE-EXCEPTION-CNT   PIC 9(4) VALUE 0.
           01 WS-BAD-CAT-CNT           PIC 9(4) VALUE 0.
           COPY SECWS.
           COPY SVIOWS.
           COPY DATESTAMP.
           01 WS-TABLE-INDEX           PIC 9(10).
           01 WS-FOUND-IX              PIC 9(4).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Which catalog rows an approval landed on, parallel to the
      * catalog table - the idx mirror sweeps those rows only after
      * the promote lands.
           01 WS-APPLIED-FLAGS.
               05 WS-AC-APPLIED        PIC A(1) OCCURS 5000 TIMES.
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
      * The supervisor's keyed values.
           01 WS-TGT-ID-IN             PIC X(6).
           01 WS-TGT-ID                PIC 9(6).
           01 WS-TGT-NOTE              PIC X(30).
      * Why an approval was refused as stale - blank when the row
      * still stands as it was keyed.
           01 WS-STALE-REASON          PIC X(30).
           01 WS-APPLIED-CNT           PIC 9(4) VALUE 0.
           01 WS-REJECTED-CNT          PIC 9(4) VALUE 0.
           01 WS-STALE-CNT             PIC 9(4) VALUE 0.
           01 WS-PENDING-LISTED        PIC A(1).
      * A count approval's reckoning - the book the sheet is held
      * against now, and the correction it makes.
           01 WS-BOOK-QTY              PIC 9(5).
           01 WS-QTY-VARIANCE          PIC S9(6).
      * Numeric-edited fields for display.
           01 WS-GOLD-BEFORE-EDIT      PIC ZZZZZZ9.99.
           01 WS-GOLD-AFTER-EDIT       PIC ZZZZZZ9.99.
           01 WS-EXT-VALUE-EDIT        PIC ZZZZZZZZZZZZ9.99.
           01 WS-SOURCE-LABEL          PIC X(7).
           01 WS-FLAG-LABEL            PIC X(3).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'APPROVE-CHANGES' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM LOAD-CATEGORY-MASTER.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.
           PERFORM CHECK-AUTHORIZATION.
      * The checker on a held change is a supervisor - nobody else
      * gets into the queue at all.
           IF WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO APPROVE CHANGES: '
                   WS-USER-ID
               MOVE 'REQUIRES SUPERVISOR' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
      * Exclusive for the whole session - an approval rewrites the
      * catalog, and the staleness check is only good while nothing
      * else can move the item under it.
           PERFORM TAKE-EXCLUSIVE-LOCK.
      * Nothing is read from the sequential catalog while the index
      * has moved on ahead of it.
           PERFORM CHECK-SEQUENTIAL-CURRENT.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           PERFORM LOAD-CATALOG.
           CLOSE ITEM.
           PERFORM LOAD-LOCATION-BALANCES.
      * Rewriting a truncated catalog or balance table would lose
      * rows - refuse before any decision is taken.
           IF WS-ROWS-DROPPED > 0 OR WS-LOC-DROPPED > 0
               DISPLAY 'CHANGES NOT APPROVED - ROWS WERE DROPPED '
                   'ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM CLEAR-APPLIED-FLAGS.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-AUDIT-FILENAME.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
           PERFORM OPEN-PRICE-HISTORY.
           PERFORM LIST-PENDING-APPROVALS.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-APPROVAL-ACTION
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE PRICE-HIST-FILE.
           IF WS-APPLIED-CNT > 0
               PERFORM SAFE-REWRITE-CATALOG
      * The idx mirror sweeps only after the promote has landed -
      * a rewrite that fails leaves both catalogs exactly as the
      * session found them, never the idx ahead of the file.
               PERFORM SYNC-IDX-APPLIED-ITEMS
               PERFORM REWRITE-LOCATION-BALANCES
           END-IF.
      * Decisions go on the approval file and log last - an approval
      * whose rewrite never landed stays pending.
           PERFORM SAVE-APPROVAL-QUEUE.
           PERFORM RELEASE-CATALOG-LOCK.
           DISPLAY 'APPROVED AND APPLIED: ' WS-APPLIED-CNT
               '  REJECTED: ' WS-REJECTED-CNT
               '  STALE: ' WS-STALE-CNT.
           STOP RUN.

           LOAD-CATALOG.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ITEM-STATUS = '06'
                           MOVE 'Y' TO WS-OVERSIZE-PENDING
                       ELSE
                           IF WS-OVERSIZE-PENDING = 'Y'
                               PERFORM LOG-EXCEPTION-ROW
                               MOVE 'N' TO WS-OVERSIZE-PENDING
                           ELSE
                               PERFORM LOAD-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           LOAD-ONE-ROW.
           IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
               PERFORM CHECK-DUPLICATE-NAME
               IF WS-DUP-FOUND = 'Y'
                   ADD 1 TO WS-DUP-CNT
                   DISPLAY 'DUPLICATE ITEM NAME REJECTED: '
                       ITEM-CODE OF WS-ITEM ' ' ITEM-NAME OF WS-ITEM
               ELSE
                   PERFORM CHECK-VALUE-RANGE
                   IF WS-CAT-VALID = 'N'
                       ADD 1 TO WS-BAD-CAT-CNT
                       DISPLAY 'INVALID CATEGORY REJECTED: '
                           ITEM-CODE OF WS-ITEM ' '
                           ITEM-NAME OF WS-ITEM ' '
                           ITEM-CATEGORY OF WS-ITEM
                   ELSE
                   IF WS-RANGE-FOUND = 'Y'
                       ADD 1 TO WS-RANGE-EXCEPTION-CNT
                       DISPLAY 'GOLD VALUE OUT OF RANGE REJECTED: '
                           ITEM-CODE OF WS-ITEM ' '
                           ITEM-NAME OF WS-ITEM
                   ELSE
                       IF WS-REC-CNT < WS-CATALOG-CAPACITY
                           ADD 1 TO WS-REC-CNT
                           MOVE ITEM-CODE        OF WS-ITEM
                               TO WS-ITEM-CODE (WS-REC-CNT)
                           MOVE ITEM-NAME        OF WS-ITEM
                               TO WS-ITEM-NAME (WS-REC-CNT)
                           MOVE ITEM-CATEGORY    OF WS-ITEM
                               TO WS-ITEM-CATEGORY (WS-REC-CNT)
                           MOVE ITEM-GOLD-VALUE  OF WS-ITEM
                               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                           MOVE ITEM-QTY-ON-HAND OF WS-ITEM
                               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                           MOVE ITEM-LIFECYCLE   OF WS-ITEM
                               TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
      * Rows from before the lifecycle field read as active.
                           IF WS-ITEM-LIFECYCLE (WS-REC-CNT)
                               = SPACE
                               MOVE 'A' TO WS-ITEM-LIFECYCLE
                                   (WS-REC-CNT)
                           END-IF
                       ELSE
                           ADD 1 TO WS-ROWS-DROPPED
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           CHECK-DUPLICATE-NAME.
           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-ITEM-NAME (WS-TABLE-INDEX) = ITEM-NAME OF WS-ITEM
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM.

           CHECK-VALUE-RANGE.
           MOVE ITEM-CATEGORY OF WS-ITEM TO WS-CHK-CATEGORY.
           MOVE ITEM-GOLD-VALUE OF WS-ITEM TO WS-CHK-GOLD-VALUE.
           PERFORM CHECK-CATEGORY-AND-RANGE.

           LOG-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPTION-CNT.
           DISPLAY 'EXCEPTION ROW REJECTED - FILE STATUS '
               WS-ITEM-STATUS ': ' ITEM-CODE OF WS-ITEM ' '
               ITEM-NAME OF WS-ITEM.

           CLEAR-APPLIED-FLAGS.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               MOVE 'N' TO WS-AC-APPLIED (WS-TABLE-INDEX)
           END-PERFORM.

           TAKE-ONE-APPROVAL-ACTION.
           DISPLAY 'ACTION - L)IST A)PPROVE R)EJECT E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-PENDING-APPROVALS
               WHEN 'A' WHEN 'a'
                   PERFORM APPROVE-ONE-CHANGE
               WHEN 'R' WHEN 'r'
                   PERFORM REJECT-ONE-CHANGE
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-PENDING-APPROVALS.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'CHANGES PENDING APPROVAL  RUN DATE: '
               WS-RUN-DATE-DISP '  USER: ' WS-USER-ID.
           DISPLAY '================================================'.
           MOVE 'N' TO WS-PENDING-LISTED.
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               MOVE WS-APPR-ROW (WS-APPR-SCAN) TO WS-APPR
               IF APPR-STATUS = 'P'
                   MOVE 'Y' TO WS-PENDING-LISTED
                   PERFORM SHOW-ONE-APPROVAL
               END-IF
           END-PERFORM.
           IF WS-PENDING-LISTED = 'N'
               DISPLAY 'NO CHANGES PENDING APPROVAL'
           END-IF.

           SHOW-ONE-APPROVAL.
      * Two lines a row - what was keyed and by whom, then the
      * before and after figures the decision turns on.
           IF APPR-SOURCE = 'K'
               MOVE 'COUNT' TO WS-SOURCE-LABEL
           ELSE
               MOVE 'CATALOG' TO WS-SOURCE-LABEL
           END-IF.
           MOVE SPACES TO WS-FLAG-LABEL.
           IF APPR-FLAG-GOLD = 'Y'
               MOVE 'G' TO WS-FLAG-LABEL (1:1)
           END-IF.
           IF APPR-FLAG-QTY = 'Y'
               MOVE 'Q' TO WS-FLAG-LABEL (2:1)
           END-IF.
           IF APPR-FLAG-DISC = 'Y'
               MOVE 'D' TO WS-FLAG-LABEL (3:1)
           END-IF.
           MOVE APPR-BEFORE-GOLD-VALUE TO WS-GOLD-BEFORE-EDIT.
           MOVE APPR-AFTER-GOLD-VALUE TO WS-GOLD-AFTER-EDIT.
           MOVE APPR-EXT-VALUE TO WS-EXT-VALUE-EDIT.
           DISPLAY APPR-ID ' ' WS-SOURCE-LABEL ' ' APPR-ITEM-CODE ' '
               APPR-LOCATION ' ' APPR-BEFORE-NAME ' ' WS-FLAG-LABEL
               ' BY ' APPR-MAKER-ID ' ' APPR-MAKE-DATE ' '
               APPR-MAKE-TIME.
           DISPLAY '       GOLD ' WS-GOLD-BEFORE-EDIT ' TO '
               WS-GOLD-AFTER-EDIT '  QTY ' APPR-BEFORE-QTY ' TO '
               APPR-AFTER-QTY '  STATUS ' APPR-BEFORE-LIFECYCLE
               ' TO ' APPR-AFTER-LIFECYCLE '  EXT ' WS-EXT-VALUE-EDIT.
           IF APPR-AFTER-NAME NOT = APPR-BEFORE-NAME
               OR APPR-AFTER-CATEGORY NOT = APPR-BEFORE-CATEGORY
               DISPLAY '       NAME ' APPR-AFTER-NAME
                   '  CATEGORY ' APPR-AFTER-CATEGORY
           END-IF.

           TAKE-APPROVAL-ID.
      * Answers WS-APPR-FOUND/WS-APPR-FOUND-IX for the pending row
      * the supervisor keyed, with the row in WS-APPR.
           MOVE 'N' TO WS-APPR-FOUND.
           DISPLAY 'APPROVAL ID: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ID-IN.
           IF FUNCTION TEST-NUMVAL (WS-TGT-ID-IN) NOT = 0
               DISPLAY 'NOT AN APPROVAL ID: ' WS-TGT-ID-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-ID = FUNCTION NUMVAL (WS-TGT-ID-IN).
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               OR WS-APPR-FOUND = 'Y'
               MOVE WS-APPR-ROW (WS-APPR-SCAN) TO WS-APPR
               IF APPR-ID = WS-TGT-ID AND APPR-STATUS = 'P'
                   MOVE 'Y' TO WS-APPR-FOUND
                   MOVE WS-APPR-SCAN TO WS-APPR-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-APPR-FOUND = 'N'
               DISPLAY 'NO PENDING CHANGE WITH ID: ' WS-TGT-ID
               EXIT PARAGRAPH
           END-IF.
      * Maker-checker means two people - whoever keyed the change
      * may neither approve nor reject it.
           IF APPR-MAKER-ID = WS-USER-ID
               MOVE 'N' TO WS-APPR-FOUND
               DISPLAY 'OWN CHANGE - NEEDS A SECOND SUPERVISOR: '
                   WS-TGT-ID
               MOVE 'DECIDED OWN CHANGE' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
           END-IF.

           APPROVE-ONE-CHANGE.
           PERFORM TAKE-APPROVAL-ID.
           IF WS-APPR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STILL-CURRENT.
           IF WS-STALE-REASON NOT = SPACES
               MOVE 'S' TO APPR-STATUS
               MOVE WS-STALE-REASON TO APPR-NOTE
               PERFORM RECORD-DECISION
               ADD 1 TO WS-STALE-CNT
               DISPLAY 'REFUSED AS STALE - ' WS-STALE-REASON
                   ' - KEY IT AGAIN: ' APPR-ID
               EXIT PARAGRAPH
           END-IF.
           IF APPR-SOURCE = 'K'
               PERFORM APPLY-APPROVED-COUNT
           ELSE
               PERFORM APPLY-APPROVED-CHANGE
           END-IF.
           MOVE 'A' TO APPR-STATUS.
           MOVE SPACES TO APPR-NOTE.
           PERFORM RECORD-DECISION.
           MOVE 'Y' TO WS-AC-APPLIED (WS-FOUND-IX).
           ADD 1 TO WS-APPLIED-CNT.
           DISPLAY 'APPROVED AND APPLIED: ' APPR-ID ' '
               APPR-ITEM-CODE.

           REJECT-ONE-CHANGE.
           PERFORM TAKE-APPROVAL-ID.
           IF WS-APPR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'REASON: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-NOTE.
           IF WS-TGT-NOTE = SPACES
               DISPLAY 'A REJECTION NEEDS A REASON - NOT REJECTED'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO APPR-STATUS.
           MOVE WS-TGT-NOTE TO APPR-NOTE.
           PERFORM RECORD-DECISION.
           ADD 1 TO WS-REJECTED-CNT.
           DISPLAY 'REJECTED: ' APPR-ID ' ' APPR-ITEM-CODE.

           RECORD-DECISION.
      * Caller has the status and note set in WS-APPR - stamp the
      * checker and put the row back, marked for the log.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-USER-ID TO APPR-CHECKER-ID.
           MOVE WS-RUN-DATE-DISP TO APPR-CHECK-DATE.
           MOVE WS-RUN-TIME-DISP TO APPR-CHECK-TIME.
           MOVE WS-APPR TO WS-APPR-ROW (WS-APPR-FOUND-IX).
           MOVE 'Y' TO WS-APPR-TOUCHED (WS-APPR-FOUND-IX).
           MOVE 'Y' TO WS-APPR-CHANGED.

           CHECK-STILL-CURRENT.
      * The row was judged against the item as it stood when keyed -
      * if the item has moved since, the supervisor would be
      * approving something other than what is on the screen.
           MOVE SPACES TO WS-STALE-REASON.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-ITEM-CODE (WS-TABLE-INDEX) = APPR-ITEM-CODE
                   MOVE WS-TABLE-INDEX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               MOVE 'ITEM NO LONGER ON CATALOG' TO WS-STALE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF APPR-SOURCE = 'K'
               PERFORM FIND-COUNT-BOOK-QTY
               IF WS-BOOK-QTY NOT = APPR-BEFORE-QTY
                   MOVE 'BOOK QTY MOVED SINCE COUNT'
                       TO WS-STALE-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-NAME (WS-FOUND-IX) NOT = APPR-BEFORE-NAME
               OR WS-ITEM-CATEGORY (WS-FOUND-IX)
                   NOT = APPR-BEFORE-CATEGORY
               OR WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                   NOT = APPR-BEFORE-GOLD-VALUE
               OR WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   NOT = APPR-BEFORE-QTY
               OR WS-ITEM-LIFECYCLE (WS-FOUND-IX)
                   NOT = APPR-BEFORE-LIFECYCLE
               MOVE 'ITEM CHANGED SINCE KEYED' TO WS-STALE-REASON
               EXIT PARAGRAPH
           END-IF.
      * The keyed row passed the category master and the name check
      * when it was keyed - run them again, the master may have
      * moved and another item may have taken the name.
           MOVE APPR-AFTER-CATEGORY TO WS-CHK-CATEGORY.
           MOVE APPR-AFTER-GOLD-VALUE TO WS-CHK-GOLD-VALUE.
           PERFORM CHECK-CATEGORY-AND-RANGE.
           IF WS-CAT-VALID = 'N' OR WS-RANGE-FOUND = 'Y'
               MOVE 'FAILS CATEGORY MASTER NOW' TO WS-STALE-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-TABLE-INDEX NOT = WS-FOUND-IX
                   AND WS-ITEM-NAME (WS-TABLE-INDEX) = APPR-AFTER-NAME
                   MOVE 'ITEM NAME NOW IN USE' TO WS-STALE-REASON
               END-IF
           END-PERFORM.

           FIND-COUNT-BOOK-QTY.
      * Same book the count program reconciled the sheet to - the
      * location's own balance for a located sheet, the catalog
      * total less the units out on hire for a whole-shop sheet.
           MOVE APPR-ITEM-CODE TO WS-CHK-LOC-CODE.
           IF APPR-LOCATION = SPACES
               PERFORM SUM-ITEM-ON-HIRE
               IF WS-LOC-HIRE-QTY > WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   MOVE 0 TO WS-BOOK-QTY
               ELSE
                   COMPUTE WS-BOOK-QTY =
                       WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                       - WS-LOC-HIRE-QTY
               END-IF
           ELSE
               MOVE APPR-LOCATION TO WS-CHK-LOC-LOC
               PERFORM FIND-LOCATION-BALANCE
               IF WS-LOC-FOUND = 'Y'
                   MOVE WS-LOC-QTY (WS-LOC-FOUND-IX) TO WS-BOOK-QTY
               ELSE
                   MOVE 0 TO WS-BOOK-QTY
               END-IF
           END-IF.

           APPLY-APPROVED-CHANGE.
      * The keyed change lands exactly as MAINTAIN-CATALOG would have
      * landed it - price history for a gold move, before/after
      * images under the change transaction type.
           IF APPR-AFTER-GOLD-VALUE
               NOT = WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               PERFORM WRITE-PRICE-HISTORY
           END-IF.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX)
               TO AUDIT-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               TO AUDIT-BEFORE-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) TO AUDIT-BEFORE-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-BEFORE-LIFECYCLE.
           MOVE APPR-AFTER-NAME TO WS-ITEM-NAME (WS-FOUND-IX).
           MOVE APPR-AFTER-CATEGORY TO WS-ITEM-CATEGORY (WS-FOUND-IX).
           MOVE APPR-AFTER-GOLD-VALUE
               TO WS-ITEM-GOLD-VALUE (WS-FOUND-IX).
           MOVE APPR-AFTER-QTY TO WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           MOVE APPR-AFTER-LIFECYCLE
               TO WS-ITEM-LIFECYCLE (WS-FOUND-IX).
           MOVE APPR-AFTER-NAME TO AUDIT-AFTER-NAME.
           MOVE APPR-AFTER-CATEGORY TO AUDIT-AFTER-CATEGORY.
           MOVE APPR-AFTER-GOLD-VALUE TO AUDIT-AFTER-GOLD-VALUE.
           MOVE APPR-AFTER-QTY TO AUDIT-AFTER-QTY.
           MOVE APPR-AFTER-LIFECYCLE TO AUDIT-AFTER-LIFECYCLE.
           MOVE 'C' TO AUDIT-TRANS-TYPE.
           MOVE APPR-ITEM-CODE TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.

           APPLY-APPROVED-COUNT.
      * The count lands exactly as CYCLE-COUNT-RECONCILE would have
      * landed it - the location set to the counted figure (a
      * whole-shop sheet's correction on the shop floor), the
      * catalog total moved by the same variance, and the count
      * transaction type on the audit with the location in the
      * after-category field.
           COMPUTE WS-QTY-VARIANCE = APPR-AFTER-QTY - APPR-BEFORE-QTY.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX)
               TO AUDIT-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               TO AUDIT-BEFORE-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) TO AUDIT-BEFORE-QTY.
           COMPUTE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) =
               WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) + WS-QTY-VARIANCE.
           PERFORM ADJUST-LOCATION-BALANCE.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-AFTER-NAME.
           MOVE WS-CHK-LOC-LOC TO AUDIT-AFTER-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               TO AUDIT-AFTER-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) TO AUDIT-AFTER-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-BEFORE-LIFECYCLE.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-AFTER-LIFECYCLE.
           MOVE 'K' TO AUDIT-TRANS-TYPE.
           MOVE APPR-ITEM-CODE TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.

           ADJUST-LOCATION-BALANCE.
           MOVE APPR-ITEM-CODE TO WS-CHK-LOC-CODE.
           MOVE APPR-LOCATION TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'Y'
               IF APPR-LOCATION = SPACES
                   IF WS-QTY-VARIANCE < 0
                       AND (0 - WS-QTY-VARIANCE)
                           > WS-LOC-QTY (WS-LOC-FOUND-IX)
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-FOUND-IX)
                   ELSE
                       COMPUTE WS-LOC-QTY (WS-LOC-FOUND-IX) =
                           WS-LOC-QTY (WS-LOC-FOUND-IX)
                           + WS-QTY-VARIANCE
                   END-IF
               ELSE
                   MOVE APPR-AFTER-QTY TO WS-LOC-QTY (WS-LOC-FOUND-IX)
               END-IF
               MOVE 'Y' TO WS-LOC-CHANGED
           END-IF.

           WRITE-AUDIT-RECORD.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           WRITE AUDIT-FILE-REC.

           WRITE-PRICE-HISTORY.
      * Old price from the row before the change lands, new from the
      * approved row.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE APPR-ITEM-CODE TO PRCH-ITEM-CODE.
           MOVE WS-RUN-DATE-DISP TO PRCH-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO PRCH-RUN-TIME.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX) TO PRCH-OLD-VALUE.
           MOVE APPR-AFTER-GOLD-VALUE TO PRCH-NEW-VALUE.
           MOVE WS-USER-ID TO PRCH-USER-ID.
           WRITE PRICE-HIST-REC.

           OPEN-INDEXED-CATALOG.
           OPEN I-O ITEM-INDEXED.
           EVALUATE WS-IDX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-IDX-SYNC
               WHEN '35'
                   DISPLAY 'INDEXED CATALOG NOT PRESENT - RUN THE '
                       'CONVERTER TO BUILD IT'
               WHEN OTHER
      * The catalog itself is already promoted and correct - a
      * failed idx open only means keyed lookups are stale until
      * the converter rebuilds the file.
                   DISPLAY 'INDEXED CATALOG NOT OPENED - FILE STATUS '
                       WS-IDX-STATUS ' - KEYED LOOKUPS ARE STALE, '
                       'REBUILD WITH THE CONVERTER'
           END-EVALUATE.

      * Mirror the applied approvals onto the indexed catalog, only
      * after the promote has landed - a row the idx was missing is
      * repaired in place, the sequential catalog being the master.
           SYNC-IDX-APPLIED-ITEMS.
           PERFORM OPEN-INDEXED-CATALOG.
           IF WS-IDX-SYNC = 'Y'
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-REC-CNT
                   IF WS-AC-APPLIED (WS-TABLE-INDEX) = 'Y'
                       PERFORM SYNC-ONE-IDX-ROW
                   END-IF
               END-PERFORM
               CLOSE ITEM-INDEXED
           END-IF.

           SYNC-ONE-IDX-ROW.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO IDX-ITEM-CODE.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO IDX-ITEM-NAME.
           MOVE WS-ITEM-CATEGORY (WS-TABLE-INDEX)
               TO IDX-ITEM-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
               TO IDX-ITEM-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
               TO IDX-ITEM-QTY-ON-HAND.
           MOVE WS-ITEM-LIFECYCLE (WS-TABLE-INDEX)
               TO IDX-ITEM-LIFECYCLE.
           REWRITE IDX-ITEM-FILE
               INVALID KEY
                   DISPLAY 'INDEXED CATALOG MISSED ROW '
                       IDX-ITEM-CODE ' - WRITTEN'
                   WRITE IDX-ITEM-FILE
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY AUDRESLV.
           COPY AUDOPEN.
           COPY PRCHRSLV.
           COPY PRCHOPEN.
           COPY CATRSLV.
           COPY CATLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY SAFERWRT.
           COPY APPRRSLV.
           COPY APPRLOAD.
           COPY LOCKMGR.
           COPY REGNMGR.

       END PROGRAM APPROVE-CHANGES.
