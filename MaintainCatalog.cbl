      *           edited like any other field and carried on the
      *           audit images; rows from before the field read as
      *           active (see ITEMREC).
      * Modified: 2026-10-15 - suspense rows are read at their full
      *           width, and a resubmitted XREF row (an unmapped
      *           vendor part) is refused - its fix is a mapping in
      *           the vendor cross-reference and a rerun of the feed
      *           that sent it, not a catalog transaction.
      * Modified: 2026-10-15 - maker-checker: a change that moves the
      *           gold value, or the quantity by an extended value,
      *           past the approval thresholds, or discontinues the
      *           item, is held on the approval file for a second
      *           supervisor instead of applied, and an item with a
      *           change waiting takes no other change or delete
      *           until it is decided (see APPRREC).
      * Modified: 2026-10-15 - refuses to start while the sequential
      *           catalog is behind the indexed master - a rewrite
      *           from it would throw away the keyed postings;
      *           CATALOG-REGENERATE catches it up first (see
      *           REGNMGR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CATALOG.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT RESUBMIT-FILE ASSIGN DYNAMIC WS-RESUBMIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUBMIT-STATUS.
      * Changes held for a second supervisor, and the log of every
      * hold and decision - see APPRREC/APPRLOAD
           SELECT APPR-FILE ASSIGN DYNAMIC WS-APPR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
           SELECT APPRLOG-FILE ASSIGN DYNAMIC WS-APPRLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPRLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD RESUBMIT-FILE.
           01 RESUBMIT-REC             PIC X(99).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD APPR-FILE.
           01 APPR-FILE-REC            PIC X(235).
           FD APPRLOG-FILE.
           01 APPRLOG-REC              PIC X(235).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
           COPY SAFEWS.
           COPY RUNSWS.
           COPY LOCKWS.
           COPY REGNWS.
      * Whether the indexed catalog is present and open - a shop that
      * has never run the converter still gets a clean maintenance
      * session, just with a reminder that keyed lookups have nothing
           01 WS-TXN-ACCEPTED-CNT       PIC 9(4) VALUE 0.
           01 WS-TXN-REJECTED-CNT       PIC 9(4) VALUE 0.
           01 WS-TXN-REJECT-REASON      PIC X(30).
      * What became of a change or delete that passed its edits -
      * (A)pplied, (H)eld for a second supervisor, or (R)efused for
      * the reason in WS-APPR-REFUSAL (see APPLY-CHANGE-FIELDS).
           01 WS-APPR-OUTCOME           PIC X(1).
           01 WS-APPR-REFUSAL           PIC X(30).
           01 WS-TXN-HELD-CNT           PIC 9(4) VALUE 0.
           COPY APPRWS.
      * What the register line shows for the transaction's action -
      * the type byte of a batch transaction, or the add/change a
      * resubmitted suspense row resolved to.
      * the catalog on the way out, and a reader mid-stream must not
      * see it half-written.
           PERFORM TAKE-EXCLUSIVE-LOCK.
      * Nothing is read from the sequential catalog while the index
      * has moved on ahead of it.
           PERFORM CHECK-SEQUENTIAL-CURRENT.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM RESOLVE-APPR-THRESHOLDS.
           PERFORM RESOLVE-AUDIT-FILENAME.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
      * a rewrite that fails leaves both catalogs exactly as the
      * session found them, never the idx ahead of the file.
           PERFORM SYNC-IDX-AFTER-REWRITE.
      * Held changes go on the approval file only after the promote,
      * the same rule the idx mirror follows.
           PERFORM SAVE-APPROVAL-QUEUE.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-REC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
                       WS-TXN-GOLD-VALUE
               ELSE
                   PERFORM APPLY-CHANGE-FIELDS
                   PERFORM SHOW-APPROVAL-OUTCOME
               END-IF
               END-IF
           END-IF.

           SHOW-APPROVAL-OUTCOME.
           IF WS-APPR-OUTCOME = 'H'
               DISPLAY 'CHANGE HELD FOR SUPERVISOR APPROVAL - ID '
                   APPR-ID
           END-IF.
           IF WS-APPR-OUTCOME = 'R'
               DISPLAY WS-APPR-REFUSAL ': ' WS-TXN-CODE
           END-IF.

      * The actual row mutation and its audit images, shared by the
      * interactive prompt path above and the transaction-file path -
      * caller has WS-ITEM-IX on the row and the WS-TXN fields filled
      * in and validated.  A change past the approval thresholds is
      * held on the approval file instead, and an item with a change
      * already waiting is refused - WS-APPR-OUTCOME says which.
           APPLY-CHANGE-FIELDS.
           MOVE 'A' TO WS-APPR-OUTCOME.
           PERFORM CHECK-ITEM-NOT-PENDING.
           IF WS-APPR-OUTCOME = 'R'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-APPROVAL-THRESHOLDS.
           IF APPR-FLAG-GOLD = 'Y' OR APPR-FLAG-QTY = 'Y'
               OR APPR-FLAG-DISC = 'Y'
               PERFORM HOLD-CHANGE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TXN-GOLD-VALUE
               NOT = WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
               PERFORM WRITE-PRICE-HISTORY
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SYNC-IDX-CHANGE.

           CHECK-ITEM-NOT-PENDING.
      * A change already waiting on a supervisor was judged against
      * the row as it stands - let nothing else move the row until
      * that change is approved or rejected.
           MOVE WS-ITEM-CODE (WS-ITEM-IX) TO WS-CHK-APPR-CODE.
           PERFORM FIND-PENDING-APPROVAL.
           IF WS-APPR-FOUND = 'Y'
               MOVE 'R' TO WS-APPR-OUTCOME
               MOVE 'CHANGE PENDING APPROVAL' TO WS-APPR-REFUSAL
           END-IF.

           CHECK-APPROVAL-THRESHOLDS.
      * A gold value moving more than APPRGOLDPCT either way (any
      * value put on a zero-valued item counts), a quantity change
      * worth more than APPRQTYVALUE at the item's current unit
      * value, or a discontinuance - any one needs a second
      * supervisor.
           MOVE SPACES TO WS-APPR.
           IF WS-TXN-GOLD-VALUE NOT = WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
               IF WS-ITEM-GOLD-VALUE (WS-ITEM-IX) = 0
                   MOVE 'Y' TO APPR-FLAG-GOLD
               ELSE
                   IF WS-TXN-GOLD-VALUE
                       > WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
                       COMPUTE WS-APPR-PCT-MOVE ROUNDED =
                           (WS-TXN-GOLD-VALUE
                           - WS-ITEM-GOLD-VALUE (WS-ITEM-IX)) * 100
                           / WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
                   ELSE
                       COMPUTE WS-APPR-PCT-MOVE ROUNDED =
                           (WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
                           - WS-TXN-GOLD-VALUE) * 100
                           / WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
                   END-IF
                   IF WS-APPR-PCT-MOVE > WS-APPR-GOLD-PCT
                       MOVE 'Y' TO APPR-FLAG-GOLD
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-QTY > WS-ITEM-QTY-ON-HAND (WS-ITEM-IX)
               COMPUTE WS-APPR-QTY-DELTA =
                   WS-TXN-QTY - WS-ITEM-QTY-ON-HAND (WS-ITEM-IX)
           ELSE
               COMPUTE WS-APPR-QTY-DELTA =
                   WS-ITEM-QTY-ON-HAND (WS-ITEM-IX) - WS-TXN-QTY
           END-IF.
           COMPUTE APPR-EXT-VALUE =
               WS-APPR-QTY-DELTA * WS-ITEM-GOLD-VALUE (WS-ITEM-IX).
           IF APPR-EXT-VALUE > WS-APPR-QTY-VALUE
               MOVE 'Y' TO APPR-FLAG-QTY
           END-IF.
           IF WS-TXN-LIFECYCLE = 'D'
               AND WS-ITEM-LIFECYCLE (WS-ITEM-IX) NOT = 'D'
               MOVE 'Y' TO APPR-FLAG-DISC
           END-IF.

           HOLD-CHANGE-FOR-APPROVAL.
      * Caller has the flags and extended value in WS-APPR from
      * CHECK-APPROVAL-THRESHOLDS - the row as it stands and the row
      * as keyed go on the approval file, the catalog untouched.
           MOVE 'C' TO APPR-SOURCE.
           MOVE WS-ITEM-CODE (WS-ITEM-IX) TO APPR-ITEM-CODE.
           MOVE SPACES TO APPR-LOCATION.
           MOVE WS-ITEM-NAME (WS-ITEM-IX) TO APPR-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-ITEM-IX)
               TO APPR-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
               TO APPR-BEFORE-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-ITEM-IX) TO APPR-BEFORE-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-ITEM-IX)
               TO APPR-BEFORE-LIFECYCLE.
           MOVE WS-TXN-NAME TO APPR-AFTER-NAME.
           MOVE WS-TXN-CATEGORY TO APPR-AFTER-CATEGORY.
           MOVE WS-TXN-GOLD-VALUE TO APPR-AFTER-GOLD-VALUE.
           MOVE WS-TXN-QTY TO APPR-AFTER-QTY.
           MOVE WS-TXN-LIFECYCLE TO APPR-AFTER-LIFECYCLE.
           MOVE SPACES TO APPR-INITIALS.
           MOVE WS-USER-ID TO APPR-MAKER-ID.
           PERFORM QUEUE-APPROVAL.
           IF WS-APPR-QUEUED = 'Y'
               MOVE 'H' TO WS-APPR-OUTCOME
           ELSE
               MOVE 'R' TO WS-APPR-OUTCOME
               MOVE 'APPROVAL QUEUE FULL' TO WS-APPR-REFUSAL
           END-IF.

           DO-DELETE-TRANSACTION.
      * Removing an item from the catalog outranks day-to-day
      * maintenance - deletes take a supervisor.
                   DISPLAY 'ITEM CODE NOT FOUND: ' WS-TXN-CODE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TXN-CODE
                   PERFORM APPLY-DELETE-ROW
                   PERFORM SHOW-APPROVAL-OUTCOME
           END-SEARCH.

           APPLY-DELETE-ROW.
           MOVE 'A' TO WS-APPR-OUTCOME.
           PERFORM CHECK-ITEM-NOT-PENDING.
           IF WS-APPR-OUTCOME = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-NAME (WS-ITEM-IX) TO AUDIT-BEFORE-NAME.
           MOVE WS-ITEM-CATEGORY (WS-ITEM-IX) TO AUDIT-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-ITEM-IX)
                       PERFORM CONFIRM-SCREEN-APPLY
                       IF WS-SCR-CONFIRM = 'Y' OR WS-SCR-CONFIRM = 'y'
                           PERFORM APPLY-CHANGE-FIELDS
                           PERFORM SET-SCREEN-OUTCOME
                           IF WS-APPR-OUTCOME = 'A'
                               MOVE 'ITEM CHANGED' TO WS-SCR-MESSAGE
                           END-IF
                           DISPLAY CONFIRM-SCREEN
                       END-IF
                   END-IF
                   PERFORM CONFIRM-SCREEN-APPLY
                   IF WS-SCR-CONFIRM = 'Y' OR WS-SCR-CONFIRM = 'y'
                       PERFORM APPLY-DELETE-ROW
                       PERFORM SET-SCREEN-OUTCOME
                       IF WS-APPR-OUTCOME = 'A'
                           MOVE 'ITEM DELETED' TO WS-SCR-MESSAGE
                       END-IF
                       DISPLAY CONFIRM-SCREEN
                   END-IF
           END-SEARCH.

           SET-SCREEN-OUTCOME.
           IF WS-APPR-OUTCOME = 'H'
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING 'CHANGE HELD FOR SUPERVISOR APPROVAL - ID '
                   APPR-ID DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           END-IF.
           IF WS-APPR-OUTCOME = 'R'
               MOVE WS-APPR-REFUSAL TO WS-SCR-MESSAGE
           END-IF.

           EDIT-SCREEN-FIELDS.
      * All fields edited in place until they pass the same screens
      * a batch transaction faces - the validation message lands on
           DISPLAY '------------------------------------------------'.
           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-READ-CNT
               '  ACCEPTED: ' WS-TXN-ACCEPTED-CNT
               '  HELD: ' WS-TXN-HELD-CNT
               '  REJECTED: ' WS-TXN-REJECTED-CNT.

           APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-READ-CNT.
           MOVE SPACES TO WS-TXN-REJECT-REASON.
           MOVE 'A' TO WS-APPR-OUTCOME.
           MOVE TXN-ITEM-CODE OF WS-TRANS TO WS-TXN-CODE.
           MOVE TXN-ITEM-NAME OF WS-TRANS TO WS-TXN-NAME.
           MOVE TXN-ITEM-CATEGORY OF WS-TRANS TO WS-TXN-CATEGORY.
           PERFORM PRINT-REGISTER-LINE.

           PRINT-REGISTER-LINE.
           IF WS-APPR-OUTCOME = 'R'
               AND WS-TXN-REJECT-REASON = SPACES
               MOVE WS-APPR-REFUSAL TO WS-TXN-REJECT-REASON
           END-IF.
           IF WS-TXN-REJECT-REASON = SPACES
               AND WS-APPR-OUTCOME = 'H'
               ADD 1 TO WS-TXN-HELD-CNT
               DISPLAY WS-REG-ACTION ' '
                   WS-TXN-CODE ' ' WS-TXN-NAME
                   ' HELD FOR APPROVAL - ID ' APPR-ID
           ELSE
           IF WS-TXN-REJECT-REASON = SPACES
               ADD 1 TO WS-TXN-ACCEPTED-CNT
               DISPLAY WS-REG-ACTION ' '
               DISPLAY WS-REG-ACTION ' '
                   WS-TXN-CODE ' ' WS-TXN-NAME ' REJECTED - '
                   WS-TXN-REJECT-REASON
           END-IF
           END-IF.

           BATCH-ADD-TRANSACTION.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-READ-CNT
               '  ACCEPTED: ' WS-TXN-ACCEPTED-CNT
               '  HELD: ' WS-TXN-HELD-CNT
               '  REJECTED: ' WS-TXN-REJECTED-CNT.

           RESUBMIT-ONE-ROW.
           ADD 1 TO WS-TXN-READ-CNT.
           MOVE SPACES TO WS-TXN-REJECT-REASON.
           MOVE 'A' TO WS-APPR-OUTCOME.
           MOVE SUSP-ITEM-CODE OF WS-RESUB TO WS-TXN-CODE.
           MOVE SUSP-ITEM-NAME OF WS-RESUB TO WS-TXN-NAME.
           MOVE SUSP-ITEM-CATEGORY OF WS-RESUB TO WS-TXN-CATEGORY.
           MOVE SUSP-ITEM-GOLD-VALUE OF WS-RESUB
               TO WS-TXN-GOLD-VALUE.
           MOVE SUSP-ITEM-QTY-ON-HAND OF WS-RESUB TO WS-TXN-QTY.
           IF SUSP-REASON-CODE OF WS-RESUB = 'XREF'
               MOVE 'R' TO WS-REG-ACTION
               MOVE 'MAP VENDOR PART, RERUN FEED'
                   TO WS-TXN-REJECT-REASON
               PERFORM PRINT-REGISTER-LINE
               DISPLAY '  VENDOR ' SUSP-VENDOR OF WS-RESUB
                   ' PART ' SUSP-VENDOR-PART OF WS-RESUB
               EXIT PARAGRAPH
           END-IF.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
           COPY SAFERWRT.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY REGNMGR.
           COPY APPRRSLV.
           COPY APPRLOAD.

       END PROGRAM MAINTAIN-CATALOG.
