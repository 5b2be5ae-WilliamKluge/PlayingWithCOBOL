      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly vendor performance scorecard - for every
      *          vendor on the master, the lead time it actually
      *          delivered (PO order date to the date each receipt
      *          relieved the PO line) against the VEND-LEAD-DAYS it
      *          promised, the share of receipt lines that arrived
      *          on time, the fill rate of the PO lines that fell
      *          due in the month (received against ordered), the
      *          over-receipts the posting run refused, and the
      *          currency and tolerance rejects off its feeds (see
      *          VEXCREC).  Precedence-01 vendors that miss the
      *          on-time or fill bar are flagged for purchasing, and
      *          a proposed vendor master with observed lead days is
      *          written for review - never applied by this run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Who the vendors are and what they promised - see VENDREC/
      * VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * The purchase orders carrying the order dates and quantities -
      * see PORDREC/PORDLOAD
           SELECT PORDER-FILE ASSIGN DYNAMIC WS-PORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORDER-STATUS.
      * What each receipt relieved and when - see PORCREC
           SELECT PORC-FILE ASSIGN DYNAMIC WS-PORC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORC-STATUS.
      * Over-receipts and feed rejects by vendor - VENDEXCFILE env
      * var, defaults to vendorexceptions.txt (see VEXCWRT)
           SELECT VEXC-FILE ASSIGN DYNAMIC WS-VEXC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEXC-STATUS.
      * Where the lead-days proposals land for review -
      * VENDPROPOSEDFILE env var, defaults to
      * vendormaster.proposed.txt
           SELECT PROPOSED-FILE ASSIGN DYNAMIC WS-PROPOSED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-STATUS.
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
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD PORDER-FILE.
           01 PORDER-FILE-REC.
               COPY PORDREC.
           FD PORC-FILE.
           01 PORC-FILE-REC.
               COPY PORCREC.
           FD VEXC-FILE.
           01 VEXC-FILE-REC.
               COPY VEXCREC.
           FD PROPOSED-FILE.
           01 PROPOSED-FILE-REC.
               COPY VENDREC
                   REPLACING ==VEND-CODE== BY ==PROP-CODE==
                             ==VEND-NAME== BY ==PROP-NAME==
                             ==VEND-LEAD-DAYS== BY ==PROP-LEAD-DAYS==
                             ==VEND-ACTIVE== BY ==PROP-ACTIVE==
                             ==VEND-PRECEDENCE== BY ==PROP-PRECEDENCE==.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           COPY PORDSTAT.
           COPY PORDNAME.
           COPY PORDWS.
           01 WS-PORD-FOUND-IX         PIC 9(4).
           COPY PORCWS.
           01 WS-PORC-EOF              PIC A(1).
           COPY VEXCWS.
           01 WS-VEXC-EOF              PIC A(1).
           01 WS-PROPOSED-FILENAME     PIC X(100).
           01 WS-PROPOSED-STATUS       PIC X(2).
      * Per-vendor tallies, parallel to the vendor master table.
           01 WS-SCORE-TABLE.
               05 WS-SCORE-ROW OCCURS 50 TIMES.
                   10 WS-SC-RCPT-CNT      PIC 9(5).
                   10 WS-SC-LEAD-TOTAL    PIC 9(7).
                   10 WS-SC-ONTIME-CNT    PIC 9(5).
                   10 WS-SC-ORDERED-QTY   PIC 9(7).
                   10 WS-SC-RECEIVED-QTY  PIC 9(7).
                   10 WS-SC-DUE-LINES     PIC 9(5).
                   10 WS-SC-OVER-CNT      PIC 9(5).
                   10 WS-SC-OVER-QTY      PIC 9(7).
                   10 WS-SC-CCY-CNT       PIC 9(5).
                   10 WS-SC-TOL-CNT       PIC 9(5).
           01 WS-SC-IX                 PIC 9(2).
      * SCOREPERIOD (YYYYMM) picks the month - the current month when
      * unset, so a run on the first of the month wants it set to
      * the month just closed.
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-PERIOD-START-INT      PIC 9(7).
           01 WS-PERIOD-END-INT        PIC 9(7).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
      * The bars a precedence-01 vendor has to clear, and how many
      * receipts it takes before an observed lead time is trusted
      * over the promise (SCOREMINRCPTS).
           01 WS-ONTIME-BAR-PCT        PIC 9(3)V99 VALUE 80.
           01 WS-FILL-BAR-PCT          PIC 9(3)V99 VALUE 95.
           01 WS-MIN-RCPTS             PIC 9(3) VALUE 3.
           01 WS-PARM-IN               PIC X(6).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-ORDER-INT             PIC 9(7).
           01 WS-RCPT-INT              PIC 9(7).
           01 WS-DUE-INT               PIC 9(7).
           01 WS-LEAD-ACTUAL           PIC S9(5).
           01 WS-AVG-LEAD              PIC 9(3)V9.
           01 WS-PROPOSED-LEAD         PIC 9(5).
           01 WS-LEAD-REMAINDER        PIC 9(7).
           01 WS-ONTIME-PCT            PIC 9(3)V99.
           01 WS-FILL-PCT              PIC 9(3)V99.
           01 WS-REVIEW-FLAG           PIC X(16).
           01 WS-PROPOSAL-FLAG         PIC X(10).
           01 WS-RCPT-IN-PERIOD        PIC 9(5) VALUE 0.
           01 WS-RCPT-UNMATCHED        PIC 9(5) VALUE 0.
           01 WS-VEXC-IN-PERIOD        PIC 9(5) VALUE 0.
           01 WS-VEXC-UNKNOWN          PIC 9(5) VALUE 0.
           01 WS-VENDORS-FLAGGED       PIC 9(3) VALUE 0.
           01 WS-PROPOSALS-CHANGED     PIC 9(3) VALUE 0.
           01 WS-PROPOSED-CNT          PIC 9(3) VALUE 0.
           01 WS-AVG-EDIT              PIC ZZ9.9.
           01 WS-PCT-EDIT              PIC ZZ9.99.
           01 WS-FILL-EDIT             PIC ZZ9.99.
           01 WS-BAR-EDIT              PIC ZZ9.99.
           01 WS-QTY-EDIT              PIC ZZZZZZ9.
           01 WS-RCVD-EDIT             PIC ZZZZZZ9.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'VENDOR-SCORECARD' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-SCORE-PARAMETERS.
           PERFORM LOAD-VENDOR-MASTER.
           INITIALIZE WS-SCORE-TABLE.
      * The posting run rewrites the purchase orders and appends the
      * receipt log under the exclusive enqueue - read them under
      * the shared one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM SCORE-RECEIPT-LOG.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM SCORE-FILL-RATE.
           PERFORM SCORE-VENDOR-EXCEPTIONS.
           PERFORM PRINT-SCORECARD.
           PERFORM WRITE-PROPOSED-LEAD-DAYS.
           INITIALIZE WS-RUNS.
           MOVE WS-VEND-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-RCPT-UNMATCHED TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-SCORE-PARAMETERS.
           PERFORM BUILD-RUN-DATE-TIME.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'SCOREPERIOD'.
           IF WS-PERIOD-IN = SPACES
               STRING WS-CURR-YYYY WS-CURR-MM
                   DELIMITED BY SIZE INTO WS-PERIOD-IN
               DISPLAY 'SCOREPERIOD NOT SET - SCORING THE CURRENT '
                   'MONTH ' WS-PERIOD-IN
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'SCOREPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
               STOP RUN RETURNING 16
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-PERIOD-IN '01' DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-NEXT-YYYY WS-NEXT-MM '01'
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.
           ACCEPT WS-PARM-IN FROM ENVIRONMENT 'SCOREMINRCPTS'.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-MIN-RCPTS = FUNCTION NUMVAL (WS-PARM-IN)
           END-IF.
           IF WS-MIN-RCPTS = 0
               MOVE 1 TO WS-MIN-RCPTS
           END-IF.
           ACCEPT WS-PROPOSED-FILENAME
               FROM ENVIRONMENT 'VENDPROPOSEDFILE'.
           IF WS-PROPOSED-FILENAME = SPACES
               MOVE 'vendormaster.proposed.txt'
                   TO WS-PROPOSED-FILENAME
           END-IF.

           CONVERT-DATE-IN.
      * WS-DATE-IN (MM/DD/YYYY) to a day number in WS-DATE-INT -
      * WS-DATE-OK says N for a blank or mangled date.
           MOVE 'N' TO WS-DATE-OK.
           MOVE 0 TO WS-DATE-INT.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-DATE-IN (7:4) WS-DATE-IN (1:2) WS-DATE-IN (4:2)
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           IF WS-DATE-KEY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           IF WS-DATE-NUM < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE 'Y' TO WS-DATE-OK.

           FIND-SCORE-VENDOR.
      * WS-CHK-VENDOR to its row on the master in WS-SC-IX - zero
      * when the vendor has since left the master.
           MOVE 0 TO WS-SC-IX.
           PERFORM VARYING WS-VEND-SCAN FROM 1 BY 1
           UNTIL WS-VEND-SCAN > WS-VEND-CNT
               IF WS-VEND-CODE (WS-VEND-SCAN) = WS-CHK-VENDOR
                   MOVE WS-VEND-SCAN TO WS-SC-IX
               END-IF
           END-PERFORM.

           SCORE-RECEIPT-LOG.
      * Every PO line a receipt relieved in the period is one
      * delivery: order date to the day the posting run matched it.
      * No log yet means nothing has been received since it began.
           PERFORM RESOLVE-PORC-FILENAME.
           OPEN INPUT PORC-FILE.
           IF WS-PORC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PORC-STATUS NOT = '00'
               DISPLAY 'PO RECEIPT LOG NOT OPENED - FILE STATUS '
                   WS-PORC-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-PORC-EOF.
           PERFORM UNTIL WS-PORC-EOF = 'Y'
               READ PORC-FILE INTO WS-PORC
                   AT END
                       MOVE 'Y' TO WS-PORC-EOF
                   NOT AT END
                       PERFORM SCORE-ONE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE PORC-FILE.

           SCORE-ONE-RECEIPT.
           MOVE PORC-RUN-DATE OF WS-PORC TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               OR WS-DATE-INT < WS-PERIOD-START-INT
               OR WS-DATE-INT > WS-PERIOD-END-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-RCPT-INT.
           ADD 1 TO WS-RCPT-IN-PERIOD.
           MOVE 0 TO WS-PORD-FOUND-IX.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               OR WS-PORD-FOUND-IX > 0
               IF WS-PORD-NUMBER (WS-PORD-SCAN)
                   = PORC-PO-NUMBER OF WS-PORC
                   AND WS-PORD-CODE (WS-PORD-SCAN)
                   = PORC-ITEM-CODE OF WS-PORC
                   MOVE WS-PORD-SCAN TO WS-PORD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-PORD-FOUND-IX = 0
               ADD 1 TO WS-RCPT-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PORD-VENDOR (WS-PORD-FOUND-IX) TO WS-CHK-VENDOR.
           PERFORM FIND-SCORE-VENDOR.
           MOVE WS-PORD-DATE (WS-PORD-FOUND-IX) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-SC-IX = 0 OR WS-DATE-OK = 'N'
               ADD 1 TO WS-RCPT-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-ORDER-INT.
           COMPUTE WS-LEAD-ACTUAL = WS-RCPT-INT - WS-ORDER-INT.
           IF WS-LEAD-ACTUAL < 0
               MOVE 0 TO WS-LEAD-ACTUAL
           END-IF.
           ADD 1 TO WS-SC-RCPT-CNT (WS-SC-IX).
           ADD WS-LEAD-ACTUAL TO WS-SC-LEAD-TOTAL (WS-SC-IX).
           IF WS-LEAD-ACTUAL NOT > WS-VEND-LEAD-DAYS (WS-SC-IX)
               ADD 1 TO WS-SC-ONTIME-CNT (WS-SC-IX)
           END-IF.

           SCORE-FILL-RATE.
      * Fill rate is judged on the PO lines that fell due in the
      * period - order date plus the vendor's promised lead - by
      * what has come in against them so far.  A line we cancelled
      * is not the vendor's shortfall; one closed short is.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               MOVE WS-PORD-VENDOR (WS-PORD-SCAN) TO WS-CHK-VENDOR
               PERFORM FIND-SCORE-VENDOR
               MOVE WS-PORD-DATE (WS-PORD-SCAN) TO WS-DATE-IN
               PERFORM CONVERT-DATE-IN
               IF WS-SC-IX > 0 AND WS-DATE-OK = 'Y'
                   AND WS-PORD-STATUS (WS-PORD-SCAN) NOT = 'X'
                   COMPUTE WS-DUE-INT =
                       WS-DATE-INT + WS-VEND-LEAD-DAYS (WS-SC-IX)
                   IF WS-DUE-INT NOT < WS-PERIOD-START-INT
                       AND WS-DUE-INT NOT > WS-PERIOD-END-INT
                       ADD 1 TO WS-SC-DUE-LINES (WS-SC-IX)
                       ADD WS-PORD-ORDER-QTY (WS-PORD-SCAN)
                           TO WS-SC-ORDERED-QTY (WS-SC-IX)
                       ADD WS-PORD-RCVD-QTY (WS-PORD-SCAN)
                           TO WS-SC-RECEIVED-QTY (WS-SC-IX)
                   END-IF
               END-IF
           END-PERFORM.

           SCORE-VENDOR-EXCEPTIONS.
      * No exception log yet is a clean month, not an error.
           PERFORM RESOLVE-VEXC-FILENAME.
           OPEN INPUT VEXC-FILE.
           IF WS-VEXC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-VEXC-STATUS NOT = '00'
               DISPLAY 'VENDOR EXCEPTION LOG NOT OPENED - FILE STATUS '
                   WS-VEXC-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-VEXC-EOF.
           PERFORM UNTIL WS-VEXC-EOF = 'Y'
               READ VEXC-FILE INTO WS-VEXC
                   AT END
                       MOVE 'Y' TO WS-VEXC-EOF
                   NOT AT END
                       PERFORM SCORE-ONE-EXCEPTION
               END-READ
           END-PERFORM.
           CLOSE VEXC-FILE.

           SCORE-ONE-EXCEPTION.
           MOVE VEXC-RUN-DATE OF WS-VEXC TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               OR WS-DATE-INT < WS-PERIOD-START-INT
               OR WS-DATE-INT > WS-PERIOD-END-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VEXC-IN-PERIOD.
           MOVE VEXC-VENDOR OF WS-VEXC TO WS-CHK-VENDOR.
           PERFORM FIND-SCORE-VENDOR.
           IF WS-SC-IX = 0
               ADD 1 TO WS-VEXC-UNKNOWN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE VEXC-TYPE OF WS-VEXC
               WHEN 'O'
                   ADD 1 TO WS-SC-OVER-CNT (WS-SC-IX)
                   ADD VEXC-QTY OF WS-VEXC TO WS-SC-OVER-QTY (WS-SC-IX)
               WHEN 'C'
                   ADD 1 TO WS-SC-CCY-CNT (WS-SC-IX)
               WHEN 'T'
                   ADD 1 TO WS-SC-TOL-CNT (WS-SC-IX)
           END-EVALUATE.

           PRINT-SCORECARD.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'VENDOR SCORECARD  PERIOD: ' WS-PERIOD-YYYY '-'
               WS-PERIOD-MM '  RUN DATE: ' WS-RUN-DATE-DISP.
           MOVE WS-ONTIME-BAR-PCT TO WS-BAR-EDIT.
           MOVE WS-FILL-BAR-PCT TO WS-PCT-EDIT.
           DISPLAY 'PRECEDENCE 01 BAR - ON TIME ' WS-BAR-EDIT
               ' PCT, FILL ' WS-PCT-EDIT ' PCT'.
           DISPLAY '================================================'.
           DISPLAY 'VENDOR   PR RCPTS PROM ACTUAL ONTIME%'
               ' ORDERED    RCVD  FILL%  OVER  OVQTY  CCY  TOL'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
           UNTIL WS-SC-IX > WS-VEND-CNT
               PERFORM PRINT-ONE-VENDOR
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RECEIPT LINES IN PERIOD:       ' WS-RCPT-IN-PERIOD.
           IF WS-RCPT-UNMATCHED > 0
               DISPLAY 'RECEIPTS WITH NO PO OR VENDOR: '
                   WS-RCPT-UNMATCHED
           END-IF.
           DISPLAY 'VENDOR EXCEPTIONS IN PERIOD:   ' WS-VEXC-IN-PERIOD.
           IF WS-VEXC-UNKNOWN > 0
               DISPLAY 'EXCEPTIONS FOR VENDORS OFF MASTER: '
                   WS-VEXC-UNKNOWN
           END-IF.
           DISPLAY 'PRECEDENCE 01 VENDORS FLAGGED: ' WS-VENDORS-FLAGGED.

           PRINT-ONE-VENDOR.
           MOVE 0 TO WS-AVG-LEAD.
           MOVE 0 TO WS-ONTIME-PCT.
           IF WS-SC-RCPT-CNT (WS-SC-IX) > 0
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-SC-LEAD-TOTAL (WS-SC-IX)
                   / WS-SC-RCPT-CNT (WS-SC-IX)
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-SC-ONTIME-CNT (WS-SC-IX) * 100
                   / WS-SC-RCPT-CNT (WS-SC-IX)
           END-IF.
           MOVE 0 TO WS-FILL-PCT.
           IF WS-SC-ORDERED-QTY (WS-SC-IX) > 0
               IF WS-SC-RECEIVED-QTY (WS-SC-IX)
                   NOT < WS-SC-ORDERED-QTY (WS-SC-IX)
                   MOVE 100 TO WS-FILL-PCT
               ELSE
                   COMPUTE WS-FILL-PCT ROUNDED =
                       WS-SC-RECEIVED-QTY (WS-SC-IX) * 100
                       / WS-SC-ORDERED-QTY (WS-SC-IX)
               END-IF
           END-IF.
      * Only the feed-merge winners are judged against the bar - a
      * precedence-01 vendor with nothing to judge is not flagged.
           MOVE SPACES TO WS-REVIEW-FLAG.
           IF WS-VEND-PRECEDENCE (WS-SC-IX) = 1
               IF (WS-SC-RCPT-CNT (WS-SC-IX) > 0
                   AND WS-ONTIME-PCT < WS-ONTIME-BAR-PCT)
                   OR (WS-SC-ORDERED-QTY (WS-SC-IX) > 0
                   AND WS-FILL-PCT < WS-FILL-BAR-PCT)
                   MOVE 'REVIEW PREC 01' TO WS-REVIEW-FLAG
                   ADD 1 TO WS-VENDORS-FLAGGED
               END-IF
           END-IF.
           IF WS-VEND-ACTIVE (WS-SC-IX) NOT = 'Y'
               MOVE 'INACTIVE' TO WS-REVIEW-FLAG
           END-IF.
           MOVE WS-AVG-LEAD TO WS-AVG-EDIT.
           MOVE WS-ONTIME-PCT TO WS-PCT-EDIT.
           MOVE WS-FILL-PCT TO WS-FILL-EDIT.
           MOVE WS-SC-ORDERED-QTY (WS-SC-IX) TO WS-QTY-EDIT.
           MOVE WS-SC-RECEIVED-QTY (WS-SC-IX) TO WS-RCVD-EDIT.
           DISPLAY WS-VEND-CODE (WS-SC-IX) ' '
               WS-VEND-PRECEDENCE (WS-SC-IX) ' '
               WS-SC-RCPT-CNT (WS-SC-IX) '  '
               WS-VEND-LEAD-DAYS (WS-SC-IX) '  '
               WS-AVG-EDIT ' ' WS-PCT-EDIT ' '
               WS-QTY-EDIT ' ' WS-RCVD-EDIT ' '
               WS-FILL-EDIT ' '
               WS-SC-OVER-CNT (WS-SC-IX) ' '
               WS-SC-OVER-QTY (WS-SC-IX) ' '
               WS-SC-CCY-CNT (WS-SC-IX) ' '
               WS-SC-TOL-CNT (WS-SC-IX) ' '
               WS-REVIEW-FLAG.

           WRITE-PROPOSED-LEAD-DAYS.
      * The whole master goes out in its own layout, so adopting the
      * proposals is a copy over vendormaster.txt once purchasing
      * agrees.  Only a vendor with enough receipts in the period
      * gets its observed lead time, rounded up to a whole day -
      * everyone else keeps the promise on file.
           OPEN OUTPUT PROPOSED-FILE.
           IF WS-PROPOSED-STATUS NOT = '00'
               DISPLAY 'PROPOSED VENDOR FILE NOT WRITTEN - FILE STATUS '
                   WS-PROPOSED-STATUS
               STOP RUN RETURNING 16
           END-IF.
           DISPLAY ' '.
           DISPLAY 'PROPOSED LEAD DAYS  (MINIMUM ' WS-MIN-RCPTS
               ' RECEIPTS)'.
           DISPLAY 'VENDOR   RCPTS PROMISED PROPOSED'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
           UNTIL WS-SC-IX > WS-VEND-CNT
               PERFORM PROPOSE-ONE-VENDOR
           END-PERFORM.
           CLOSE PROPOSED-FILE.
           DISPLAY '------------------------------------------------'.
           DISPLAY WS-PROPOSED-CNT ' VENDORS WRITTEN TO '
               FUNCTION TRIM (WS-PROPOSED-FILENAME) ', '
               WS-PROPOSALS-CHANGED ' WITH NEW LEAD DAYS'.
           DISPLAY 'PROPOSALS ARE FOR REVIEW - THE VENDOR MASTER IS '
               'UNCHANGED'.

           PROPOSE-ONE-VENDOR.
           MOVE WS-VEND-CODE (WS-SC-IX) TO PROP-CODE.
           MOVE WS-VEND-NAME (WS-SC-IX) TO PROP-NAME.
           MOVE WS-VEND-LEAD-DAYS (WS-SC-IX) TO PROP-LEAD-DAYS.
           MOVE WS-VEND-ACTIVE (WS-SC-IX) TO PROP-ACTIVE.
           MOVE WS-VEND-PRECEDENCE (WS-SC-IX) TO PROP-PRECEDENCE.
           MOVE 'SAME' TO WS-PROPOSAL-FLAG.
           IF WS-SC-RCPT-CNT (WS-SC-IX) NOT < WS-MIN-RCPTS
               DIVIDE WS-SC-LEAD-TOTAL (WS-SC-IX)
                   BY WS-SC-RCPT-CNT (WS-SC-IX)
                   GIVING WS-PROPOSED-LEAD
                   REMAINDER WS-LEAD-REMAINDER
               IF WS-LEAD-REMAINDER > 0
                   ADD 1 TO WS-PROPOSED-LEAD
               END-IF
               IF WS-PROPOSED-LEAD > 999
                   MOVE 999 TO WS-PROPOSED-LEAD
               END-IF
               IF WS-PROPOSED-LEAD NOT = WS-VEND-LEAD-DAYS (WS-SC-IX)
                   MOVE WS-PROPOSED-LEAD TO PROP-LEAD-DAYS
                   MOVE 'CHANGED' TO WS-PROPOSAL-FLAG
                   ADD 1 TO WS-PROPOSALS-CHANGED
               END-IF
           ELSE
               MOVE 'TOO FEW' TO WS-PROPOSAL-FLAG
           END-IF.
           WRITE PROPOSED-FILE-REC.
           ADD 1 TO WS-PROPOSED-CNT.
           DISPLAY WS-VEND-CODE (WS-SC-IX) ' '
               WS-SC-RCPT-CNT (WS-SC-IX) '   '
               WS-VEND-LEAD-DAYS (WS-SC-IX) '      '
               PROP-LEAD-DAYS '      ' WS-PROPOSAL-FLAG.

           COPY DATEFMT.
           COPY SIGNON.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY PORDRSLV.
           COPY PORDLOAD.
           COPY PORCRSLV.
           COPY VEXCWRT.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM VENDOR-SCORECARD.
