      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Daily maker-checker report - every change held for
      *          a second supervisor on the day, every hold approved,
      *          rejected or refused as stale on the day, each with
      *          who keyed it and who decided it, and everything
      *          still waiting with how many days it has waited.
      *          Built from the approval log and the pending file
      *          (see APPRREC); a decision recorded by the same user
      *          who keyed the change is called out for the auditors,
      *          though APPROVE-CHANGES refuses to make one.
      *          APPROVALSDATE (MM/DD/YYYY) reports another day,
      *          today by default.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALS-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Changes still waiting - APPROVALFILE env var, defaults to
      * approvals.txt (see APPRRSLV)
           SELECT APPR-FILE ASSIGN DYNAMIC WS-APPR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
      * Every hold and decision - APPROVALLOGFILE env var, defaults
      * to approvallog.txt
           SELECT APPRLOG-FILE ASSIGN DYNAMIC WS-APPRLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPRLOG-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD APPR-FILE.
           01 APPR-FILE-REC            PIC X(235).
           FD APPRLOG-FILE.
           01 APPRLOG-REC              PIC X(235).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY APPRWS.
      * The day's log rows, held whole like the queue (see APPRWS) -
      * the holds and the decisions are printed in separate
      * sections after the enqueue is given back.
           01 WS-DAY-CNT               PIC 9(4) VALUE 0.
           01 WS-DAY-TABLE.
               03 WS-DAY-ROW           PIC X(235) OCCURS 2000 TIMES.
           01 WS-DAY-CAPACITY          PIC 9(4) VALUE 2000.
           01 WS-DAY-DROPPED           PIC 9(5) VALUE 0.
           01 WS-DAY-SCAN              PIC 9(4).
           01 WS-LOG-READ              PIC 9(7) VALUE 0.
           01 WS-REPORT-DATE           PIC X(10).
           01 WS-REPORT-DATE-KEY       PIC 9(8).
           01 WS-REPORT-DAY            PIC 9(8).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(8).
           01 WS-AGE-DAYS              PIC S9(5).
           01 WS-OLDEST-AGE            PIC S9(5) VALUE 0.
      * Section and report totals.
           01 WS-HELD-CNT              PIC 9(5) VALUE 0.
           01 WS-APPROVED-CNT          PIC 9(5) VALUE 0.
           01 WS-REJECTED-CNT          PIC 9(5) VALUE 0.
           01 WS-STALE-CNT             PIC 9(5) VALUE 0.
           01 WS-PENDING-CNT           PIC 9(5) VALUE 0.
           01 WS-SAME-USER-CNT         PIC 9(5) VALUE 0.
           01 WS-HELD-VALUE            PIC 9(13)V99 VALUE 0.
           01 WS-APPROVED-VALUE        PIC 9(13)V99 VALUE 0.
           01 WS-PENDING-VALUE         PIC 9(13)V99 VALUE 0.
           01 WS-SOURCE-LABEL          PIC X(7).
           01 WS-FLAG-LABEL            PIC X(3).
           01 WS-DECISION-LABEL        PIC X(8).
           01 WS-GOLD-BEFORE-EDIT      PIC ZZZZZZ9.99.
           01 WS-GOLD-AFTER-EDIT       PIC ZZZZZZ9.99.
           01 WS-EXT-VALUE-EDIT        PIC ZZZZZZZZZZZZ9.99.
           01 WS-AGE-EDIT              PIC -ZZZ9.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'APPROVALS-REPORT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-REPORT-DATE.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM LOAD-DAYS-LOG-ROWS.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-APPROVALS-REPORT.
           INITIALIZE WS-RUNS.
           MOVE WS-DAY-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-SAME-USER-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-REPORT-DATE.
           PERFORM BUILD-RUN-DATE-TIME.
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT 'APPROVALSDATE'.
           IF WS-REPORT-DATE = SPACES
               MOVE WS-RUN-DATE-DISP TO WS-REPORT-DATE
           END-IF.
           IF WS-REPORT-DATE (1:2) NOT NUMERIC
               OR WS-REPORT-DATE (4:2) NOT NUMERIC
               OR WS-REPORT-DATE (7:4) NOT NUMERIC
               DISPLAY 'APPROVALSDATE MUST BE MM/DD/YYYY - GOT '
                   WS-REPORT-DATE
               STOP RUN RETURNING 16
           END-IF.
           MOVE WS-REPORT-DATE (7:4) TO WS-REPORT-DATE-KEY (1:4).
           MOVE WS-REPORT-DATE (1:2) TO WS-REPORT-DATE-KEY (5:2).
           MOVE WS-REPORT-DATE (4:2) TO WS-REPORT-DATE-KEY (7:2).
           COMPUTE WS-REPORT-DAY =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-KEY).

           LOAD-DAYS-LOG-ROWS.
      * A hold is the day's when it was keyed that day, a decision
      * when it was decided that day - the log carries both images.
           OPEN INPUT APPRLOG-FILE.
           IF WS-APPRLOG-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-APPRLOG-STATUS NOT = '00'
               DISPLAY 'APPROVAL LOG NOT OPENED - FILE STATUS '
                   WS-APPRLOG-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-APPR-EOF.
           PERFORM UNTIL WS-APPR-EOF = 'Y'
               READ APPRLOG-FILE INTO WS-APPR
                   AT END
                       MOVE 'Y' TO WS-APPR-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF (APPR-STATUS = 'P'
                           AND APPR-MAKE-DATE = WS-REPORT-DATE)
                           OR (APPR-STATUS NOT = 'P'
                           AND APPR-CHECK-DATE = WS-REPORT-DATE)
                           IF WS-DAY-CNT < WS-DAY-CAPACITY
                               ADD 1 TO WS-DAY-CNT
                               MOVE WS-APPR TO WS-DAY-ROW (WS-DAY-CNT)
                           ELSE
                               ADD 1 TO WS-DAY-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPRLOG-FILE.

           PRINT-APPROVALS-REPORT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'MAKER-CHECKER APPROVALS REPORT  FOR: '
               WS-REPORT-DATE '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'FLAGS: G GOLD-VALUE MOVE  Q QUANTITY CHANGE  '
               'D DISCONTINUED'.
           DISPLAY ' '.
           DISPLAY 'HELD FOR APPROVAL'.
           DISPLAY 'ID     SOURCE  CODE   LOC  NAME                    '
               '       FLG KEYED BY TIME'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-DAY-SCAN FROM 1 BY 1
           UNTIL WS-DAY-SCAN > WS-DAY-CNT
               MOVE WS-DAY-ROW (WS-DAY-SCAN) TO WS-APPR
               IF APPR-STATUS = 'P'
                   PERFORM PRINT-ONE-HELD-ROW
               END-IF
           END-PERFORM.
           IF WS-HELD-CNT = 0
               DISPLAY '  NONE'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'DECIDED'.
           DISPLAY 'ID     SOURCE  CODE   LOC  DECISION KEYED BY '
               'DECIDED BY TIME     NOTE'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-DAY-SCAN FROM 1 BY 1
           UNTIL WS-DAY-SCAN > WS-DAY-CNT
               MOVE WS-DAY-ROW (WS-DAY-SCAN) TO WS-APPR
               IF APPR-STATUS NOT = 'P'
                   PERFORM PRINT-ONE-DECIDED-ROW
               END-IF
           END-PERFORM.
           IF WS-APPROVED-CNT + WS-REJECTED-CNT + WS-STALE-CNT = 0
               DISPLAY '  NONE'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'STILL PENDING'.
           DISPLAY 'ID     SOURCE  CODE   LOC  KEYED BY KEYED ON    '
               'AGE  FLG       EXT VALUE'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               MOVE WS-APPR-ROW (WS-APPR-SCAN) TO WS-APPR
               IF APPR-STATUS = 'P'
                   PERFORM PRINT-ONE-PENDING-ROW
               END-IF
           END-PERFORM.
           IF WS-PENDING-CNT = 0
               DISPLAY '  NONE'
           END-IF.
           DISPLAY '================================================'.
           DISPLAY 'HELD: ' WS-HELD-CNT
               '  APPROVED: ' WS-APPROVED-CNT
               '  REJECTED: ' WS-REJECTED-CNT
               '  STALE: ' WS-STALE-CNT
               '  STILL PENDING: ' WS-PENDING-CNT.
           MOVE WS-HELD-VALUE TO WS-EXT-VALUE-EDIT.
           DISPLAY 'EXTENDED VALUE HELD:     ' WS-EXT-VALUE-EDIT.
           MOVE WS-APPROVED-VALUE TO WS-EXT-VALUE-EDIT.
           DISPLAY 'EXTENDED VALUE APPROVED: ' WS-EXT-VALUE-EDIT.
           MOVE WS-PENDING-VALUE TO WS-EXT-VALUE-EDIT.
           DISPLAY 'EXTENDED VALUE PENDING:  ' WS-EXT-VALUE-EDIT.
           IF WS-PENDING-CNT > 0
               MOVE WS-OLDEST-AGE TO WS-AGE-EDIT
               DISPLAY 'OLDEST PENDING (DAYS):   ' WS-AGE-EDIT
           END-IF.
           IF WS-SAME-USER-CNT > 0
               DISPLAY '*** DECISIONS BY THE USER WHO KEYED THE '
                   'CHANGE: ' WS-SAME-USER-CNT ' ***'
           END-IF.
           IF WS-DAY-DROPPED > 0
               DISPLAY 'LOG ROWS FOR THE DAY EXCEED CAPACITY, '
                   WS-DAY-DROPPED ' ROWS LEFT OFF THE REPORT'
           END-IF.

           SET-ROW-LABELS.
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

           PRINT-ONE-HELD-ROW.
           PERFORM SET-ROW-LABELS.
           ADD 1 TO WS-HELD-CNT.
           ADD APPR-EXT-VALUE TO WS-HELD-VALUE.
           DISPLAY APPR-ID ' ' WS-SOURCE-LABEL ' ' APPR-ITEM-CODE ' '
               APPR-LOCATION ' ' APPR-BEFORE-NAME ' ' WS-FLAG-LABEL
               ' ' APPR-MAKER-ID ' ' APPR-MAKE-TIME.
           DISPLAY '       GOLD ' WS-GOLD-BEFORE-EDIT ' TO '
               WS-GOLD-AFTER-EDIT '  QTY ' APPR-BEFORE-QTY ' TO '
               APPR-AFTER-QTY '  STATUS ' APPR-BEFORE-LIFECYCLE
               ' TO ' APPR-AFTER-LIFECYCLE '  EXT ' WS-EXT-VALUE-EDIT.

           PRINT-ONE-DECIDED-ROW.
           PERFORM SET-ROW-LABELS.
           EVALUATE APPR-STATUS
               WHEN 'A'
                   MOVE 'APPROVED' TO WS-DECISION-LABEL
                   ADD 1 TO WS-APPROVED-CNT
                   ADD APPR-EXT-VALUE TO WS-APPROVED-VALUE
               WHEN 'R'
                   MOVE 'REJECTED' TO WS-DECISION-LABEL
                   ADD 1 TO WS-REJECTED-CNT
               WHEN OTHER
                   MOVE 'STALE' TO WS-DECISION-LABEL
                   ADD 1 TO WS-STALE-CNT
           END-EVALUATE.
           DISPLAY APPR-ID ' ' WS-SOURCE-LABEL ' ' APPR-ITEM-CODE ' '
               APPR-LOCATION ' ' WS-DECISION-LABEL ' '
               APPR-MAKER-ID ' ' APPR-CHECKER-ID '   '
               APPR-CHECK-TIME ' ' APPR-NOTE.
           IF APPR-CHECKER-ID = APPR-MAKER-ID
               ADD 1 TO WS-SAME-USER-CNT
               DISPLAY '       *** DECIDED BY THE USER WHO KEYED IT'
           END-IF.

           PRINT-ONE-PENDING-ROW.
           PERFORM SET-ROW-LABELS.
           ADD 1 TO WS-PENDING-CNT.
           ADD APPR-EXT-VALUE TO WS-PENDING-VALUE.
           MOVE APPR-MAKE-DATE TO WS-DATE-IN.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-DATE-IN (7:4) WS-DATE-IN (1:2) WS-DATE-IN (4:2)
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           IF WS-DATE-KEY IS NUMERIC
               MOVE WS-DATE-KEY TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-REPORT-DAY - WS-DATE-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           DISPLAY APPR-ID ' ' WS-SOURCE-LABEL ' ' APPR-ITEM-CODE ' '
               APPR-LOCATION ' ' APPR-MAKER-ID ' ' APPR-MAKE-DATE ' '
               WS-AGE-EDIT ' ' WS-FLAG-LABEL ' ' WS-EXT-VALUE-EDIT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY APPRRSLV.
           COPY APPRLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM APPROVALS-REPORT.
