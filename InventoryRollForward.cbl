      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Inventory value roll-forward for a closed accounting
      *          period - per category, the opening valuation plus
      *          receipts at cost, less cost of goods sold and the
      *          other issues, plus or minus kit work, cycle-count,
      *          purge and write-off adjustments, against the
      *          closing valuation GL-EXTRACT actually sent.  What is
      *          left over is printed as the unexplained difference,
      *          and any category whose difference exceeds the
      *          tolerance ends the run RC 8, the same hold signal
      *          DAILY-MOVEMENT-BALANCE gives for quantities.  Run
      *          after PERIOD-END-CLOSE for the same CLOSEPERIOD.
      *          Consigned units are the vendors' and stay out of
      *          every figure, as they do on the GL valuation.
      * Tectonics: cobc
      * Modified: 2026-10-15 - service charges capitalized into shop
      *           stock by closed work orders roll forward on their
      *           own line instead of landing in the unexplained
      *           difference (see WORDREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-ROLL-FORWARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Valid categories - see CATREC
           SELECT CATMAST-FILE ASSIGN DYNAMIC WS-CATMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATMAST-STATUS.
      * The period balance file the close appended to - see PERREC
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
      * GL batch-control file - GLBATCHFILE env var, defaults to
      * glbatches.dat (see BCTLREC)
           SELECT BCTL-FILE ASSIGN DYNAMIC WS-BCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCTL-STATUS.
      * The catalog snapshot a GL batch was cut from
           SELECT SNAP-FILE ASSIGN DYNAMIC WS-SNAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.
      * A GL batch's costing-ledger snapshot - see COSTREC
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * A GL batch's consignment-ledger snapshot - see CONSREC
           SELECT CONS-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.
      * The PO receipt log, for receipts at cost - see PORCREC
           SELECT PORC-FILE ASSIGN DYNAMIC WS-PORC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORC-STATUS.
      * Each day's revenue journal in the period - see RVNREC
           SELECT REVENUE-FILE ASSIGN DYNAMIC WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVENUE-STATUS.
      * Each day's catalog audit trail in the period - see AUDITREC
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * Closed service work orders, for charges added to cost - see
      * WORDREC/WORDLOAD
           SELECT WORDER-FILE ASSIGN DYNAMIC WS-WORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORDER-STATUS.
      * The permanent movement history - see MHSTREC/MHSTRSLV
           SELECT MHIST-FILE ASSIGN DYNAMIC WS-MHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHIST-STATUS.
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
           FD CATMAST-FILE.
           01 CATMAST-REC.
               COPY CATREC.
           FD PERIOD-FILE.
           01 PERIOD-REC.
               COPY PERREC.
           FD BCTL-FILE.
           01 BCTL-FILE-REC.
               COPY BCTLREC.
           FD SNAP-FILE.
           01 SNAP-REC.
               COPY ITEMREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD CONS-FILE.
           01 CONS-FILE-REC.
               COPY CONSREC.
           FD PORC-FILE.
           01 PORC-FILE-REC.
               COPY PORCREC.
           FD REVENUE-FILE.
           01 REVENUE-FILE-REC.
               COPY RVNREC.
           FD AUDIT-FILE.
           01 AUDIT-FILE-REC.
               COPY AUDITREC.
           FD WORDER-FILE.
           01 WORDER-FILE-REC.
               COPY WORDREC.
           FD MHIST-FILE.
           01 MHIST-FILE-REC.
               COPY MHSTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY CATSTAT.
           COPY CATNAME.
           COPY CATTAB.
           COPY PERSTAT.
           COPY PERNAME.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           COPY CONSWS.
           COPY PORCWS.
           COPY RVNWS.
           COPY AUDSTAT.
           COPY AUDNAME.
           01 WS-AUDIT.
               COPY AUDITREC.
           COPY MHSTWS.
           COPY WORDSTAT.
           COPY WORDNAME.
           COPY WORDWS.
           01 WS-ITEM.
               COPY ITEMREC.
      * The closing batch's catalog, each row carrying the unit cost
      * the GL valued it at - the basis every component is costed
      * on where the source line carries no cost of its own.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-RF-COST-TABLE.
               05 WS-RF-ITEM-COST OCCURS 5000 TIMES PIC 9(7)V99.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-TABLE-INDEX           PIC 9(10).
           01 WS-EOF                   PIC A(1).
      * Per-category roll, parallel to the category master table.
           01 WS-RF-SUMS.
               05 WS-RF-SUM-ROW OCCURS 100 TIMES.
                   10 WS-RF-OPEN          PIC S9(11)V99.
                   10 WS-RF-RECEIPTS      PIC S9(11)V99.
                   10 WS-RF-COGS          PIC S9(11)V99.
                   10 WS-RF-ISSUES        PIC S9(11)V99.
                   10 WS-RF-KIT           PIC S9(11)V99.
                   10 WS-RF-COUNT-ADJ     PIC S9(11)V99.
                   10 WS-RF-PURGE         PIC S9(11)V99.
                   10 WS-RF-WRITE-OFF     PIC S9(11)V99.
                   10 WS-RF-SERVICE       PIC S9(11)V99.
                   10 WS-RF-GL-CLOSE      PIC S9(11)V99.
           01 WS-RF-TOTALS.
               05 WS-RFT-OPEN             PIC S9(11)V99 VALUE 0.
               05 WS-RFT-RECEIPTS         PIC S9(11)V99 VALUE 0.
               05 WS-RFT-COGS             PIC S9(11)V99 VALUE 0.
               05 WS-RFT-ISSUES           PIC S9(11)V99 VALUE 0.
               05 WS-RFT-KIT              PIC S9(11)V99 VALUE 0.
               05 WS-RFT-COUNT-ADJ        PIC S9(11)V99 VALUE 0.
               05 WS-RFT-PURGE            PIC S9(11)V99 VALUE 0.
               05 WS-RFT-WRITE-OFF        PIC S9(11)V99 VALUE 0.
               05 WS-RFT-SERVICE          PIC S9(11)V99 VALUE 0.
               05 WS-RFT-GL-CLOSE         PIC S9(11)V99 VALUE 0.
               05 WS-RFT-EXPECTED         PIC S9(11)V99 VALUE 0.
               05 WS-RFT-DIFF             PIC S9(11)V99 VALUE 0.
           01 WS-RF-EXPECTED           PIC S9(11)V99.
           01 WS-RF-DIFF               PIC S9(11)V99.
           01 WS-RF-ABS-DIFF           PIC 9(11)V99.
      * The period - CLOSEPERIOD as YYYYMM, the one PERIOD-END-CLOSE
      * was run for.
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-PERIOD-START-INT      PIC 9(7).
           01 WS-PERIOD-END-INT        PIC 9(7).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DAY-INT               PIC 9(7).
           01 WS-ROW-PERIOD            PIC X(6).
           01 WS-PERIOD-ROWS           PIC 9(5) VALUE 0.
      * ROLLTOLERANCE overrides how far a category's unexplained
      * difference may run before the run holds, in gold.
           01 WS-TOLERANCE-AMT         PIC 9(7)V99 VALUE 1.00.
           01 WS-TOLERANCE-IN          PIC X(10).
           01 WS-OVER-TOL-CNT          PIC 9(3) VALUE 0.
      * The GL batches the roll runs between - the last one cut in
      * the period is the closing valuation, the last one cut
      * before it the opening.
           01 WS-BCTL-FILENAME         PIC X(100).
           01 WS-BCTL-STATUS           PIC X(2).
           01 WS-BCTL.
               COPY BCTLREC.
           01 WS-BCTL-EOF              PIC A(1).
           01 WS-CLOSE-BATCH           PIC X(6) VALUE SPACES.
           01 WS-CLOSE-BATCH-DATE      PIC X(8) VALUE SPACES.
           01 WS-CLOSE-SOURCE          PIC X(100).
           01 WS-OPEN-BATCH            PIC X(6) VALUE SPACES.
           01 WS-OPEN-BATCH-DATE       PIC X(8) VALUE SPACES.
           01 WS-OPEN-SOURCE           PIC X(100).
           01 WS-VALUE-BATCH           PIC X(6).
      * O values the batch into the opening column, C into the GL
      * closing column and builds the costed item table as well.
           01 WS-VALUE-SIDE            PIC X(1).
           01 WS-SNAP-FILENAME         PIC X(100).
           01 WS-SNAP-STATUS           PIC X(2).
           01 WS-OPENING-DERIVED       PIC A(1) VALUE 'N'.
           01 WS-OWNED-QTY             PIC 9(7).
           01 WS-ROW-VALUE             PIC S9(12)V99.
           01 WS-ROW-QTY               PIC S9(7).
           01 WS-RF-CAT-IX             PIC 9(3).
           01 WS-RF-CATEGORY           PIC X(12).
           01 WS-RF-UNIT-COST          PIC 9(7)V99.
           01 WS-RF-ITEM-FOUND         PIC A(1).
           01 WS-RF-FOUND-IX           PIC 9(4).
           01 WS-RF-CHK-CODE           PIC X(6).
      * Source lines read and the ones that could not be placed in a
      * category on the master.
           01 WS-PORC-EOF              PIC A(1).
           01 WS-RVN-EOF               PIC A(1).
           01 WS-AUD-EOF               PIC A(1).
           01 WS-RCPT-LINES            PIC 9(5) VALUE 0.
           01 WS-RVN-LINES             PIC 9(5) VALUE 0.
           01 WS-RVN-CONSIGN-LINES     PIC 9(5) VALUE 0.
           01 WS-AUD-LINES             PIC 9(5) VALUE 0.
           01 WS-HIST-LINES            PIC 9(5) VALUE 0.
           01 WS-SERVICE-LINES         PIC 9(5) VALUE 0.
           01 WS-RVN-DAYS              PIC 9(3) VALUE 0.
           01 WS-AUD-DAYS              PIC 9(3) VALUE 0.
           01 WS-UNPLACED-CNT          PIC 9(5) VALUE 0.
           01 WS-CATS-PRINTED          PIC 9(3) VALUE 0.
           01 WS-AMOUNT-EDIT           PIC -ZZZZZZZZZZ9.99.
           01 WS-TOL-EDIT              PIC ZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'INVENTORY-ROLL-FORWARD' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ROLL-PARAMETERS.
           PERFORM LOAD-CATEGORY-MASTER.
           INITIALIZE WS-RF-SUMS.
           PERFORM CHECK-PERIOD-CLOSED.
           PERFORM FIND-GL-BATCHES.
           IF WS-OPEN-BATCH NOT = SPACES
               MOVE WS-OPEN-BATCH TO WS-VALUE-BATCH
               MOVE WS-OPEN-SOURCE TO WS-SNAP-FILENAME
               MOVE 'O' TO WS-VALUE-SIDE
               PERFORM VALUE-GL-BATCH
           END-IF.
           MOVE WS-CLOSE-BATCH TO WS-VALUE-BATCH.
           MOVE WS-CLOSE-SOURCE TO WS-SNAP-FILENAME.
           MOVE 'C' TO WS-VALUE-SIDE.
           PERFORM VALUE-GL-BATCH.
           IF WS-OPEN-BATCH = SPACES
               PERFORM DERIVE-OPENING-FROM-PERIOD
           END-IF.
      * The posting run appends the receipt log and the history
      * under the exclusive enqueue - read them under the shared
      * one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM SUM-PERIOD-RECEIPTS.
           PERFORM SUM-PERIOD-HISTORY.
           PERFORM SUM-PERIOD-SERVICE-CHARGES.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM VARYING WS-DAY-INT FROM WS-PERIOD-START-INT BY 1
           UNTIL WS-DAY-INT > WS-PERIOD-END-INT
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DATE-NUM TO WS-DATE-KEY
               PERFORM SUM-ONE-DAYS-JOURNAL
               PERFORM SUM-ONE-DAYS-AUDIT
           END-PERFORM.
           PERFORM PRINT-ROLL-FORWARD.
           INITIALIZE WS-RUNS.
           MOVE WS-CATS-PRINTED TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-OVER-TOL-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           IF WS-OVER-TOL-CNT > 0
               MOVE 8 TO RUNS-RETURN-CODE OF WS-RUNS
           END-IF.
           PERFORM WRITE-RUN-STATISTICS.
           IF WS-OVER-TOL-CNT > 0
               DISPLAY WS-OVER-TOL-CNT ' CATEGORIES OUT OF TOLERANCE '
                   '- VALUE DOES NOT ROLL FORWARD'
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY 'EVERY CATEGORY ROLLS FORWARD WITHIN TOLERANCE'.
           STOP RUN.

           RESOLVE-ROLL-PARAMETERS.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'CLOSEPERIOD'.
           IF WS-PERIOD-IN = SPACES
               DISPLAY 'CLOSEPERIOD NOT SET - NAME THE CLOSED PERIOD '
                   'AS YYYYMM'
               STOP RUN RETURNING 16
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'CLOSEPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
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
           ACCEPT WS-TOLERANCE-IN FROM ENVIRONMENT 'ROLLTOLERANCE'.
           IF WS-TOLERANCE-IN NOT = SPACES
               COMPUTE WS-TOLERANCE-AMT =
                   FUNCTION NUMVAL (WS-TOLERANCE-IN)
           END-IF.

           CHECK-PERIOD-CLOSED.
      * The roll is an after-the-close proof - a period with nothing
      * on the balance file has not been closed yet.
           PERFORM RESOLVE-PERIOD-FILENAME.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '35'
               DISPLAY 'PERIOD FILE NOT OPENED - FILE STATUS '
                   WS-PERIOD-STATUS
               STOP RUN RETURNING 16
           END-IF.
           IF WS-PERIOD-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PER-PERIOD OF PERIOD-REC = WS-PERIOD-IN
                               ADD 1 TO WS-PERIOD-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-PERIOD-ROWS = 0
               DISPLAY 'PERIOD ' WS-PERIOD-IN ' IS NOT CLOSED - RUN '
                   'PERIOD-END-CLOSE FIRST'
               STOP RUN RETURNING 16
           END-IF.

           FIND-GL-BATCHES.
      * The batch file is in cut order, so the last qualifying row
      * of each kind is the latest.
           ACCEPT WS-BCTL-FILENAME FROM ENVIRONMENT 'GLBATCHFILE'.
           IF WS-BCTL-FILENAME = SPACES
               MOVE 'glbatches.dat' TO WS-BCTL-FILENAME
           END-IF.
           OPEN INPUT BCTL-FILE.
           IF WS-BCTL-STATUS NOT = '00'
               AND WS-BCTL-STATUS NOT = '35'
               DISPLAY 'GL BATCH CONTROL NOT OPENED - FILE STATUS '
                   WS-BCTL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           IF WS-BCTL-STATUS = '00'
               MOVE 'N' TO WS-BCTL-EOF
               PERFORM UNTIL WS-BCTL-EOF = 'Y'
                   READ BCTL-FILE INTO WS-BCTL
                       AT END
                           MOVE 'Y' TO WS-BCTL-EOF
                       NOT AT END
                           PERFORM CLASSIFY-ONE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BCTL-FILE
           END-IF.
           IF WS-CLOSE-BATCH = SPACES
               DISPLAY 'NO GL BATCH CUT IN PERIOD ' WS-PERIOD-IN
                   ' - NO CLOSING VALUATION TO ROLL TO'
               STOP RUN RETURNING 16
           END-IF.

           CLASSIFY-ONE-BATCH.
           IF BCTL-RUN-DATE OF WS-BCTL (1:6) = WS-PERIOD-IN
               AND BCTL-RUN-DATE OF WS-BCTL NOT < WS-CLOSE-BATCH-DATE
               MOVE BCTL-BATCH-NO OF WS-BCTL TO WS-CLOSE-BATCH
               MOVE BCTL-RUN-DATE OF WS-BCTL TO WS-CLOSE-BATCH-DATE
               MOVE BCTL-SOURCE-FILE OF WS-BCTL TO WS-CLOSE-SOURCE
           END-IF.
           IF BCTL-RUN-DATE OF WS-BCTL (1:6) < WS-PERIOD-IN
               AND BCTL-RUN-DATE OF WS-BCTL NOT < WS-OPEN-BATCH-DATE
               MOVE BCTL-BATCH-NO OF WS-BCTL TO WS-OPEN-BATCH
               MOVE BCTL-RUN-DATE OF WS-BCTL TO WS-OPEN-BATCH-DATE
               MOVE BCTL-SOURCE-FILE OF WS-BCTL TO WS-OPEN-SOURCE
           END-IF.

           VALUE-GL-BATCH.
      * Revalue a batch exactly as GL-EXTRACT did from the snapshots
      * it froze at the cut - our own units of each catalog row at
      * the average cost of the day, gold value where the item had
      * no cost yet.
           MOVE 0 TO WS-COST-CNT WS-COST-DROPPED.
           MOVE 0 TO WS-CONS-CNT WS-CONS-DROPPED.
           PERFORM LOAD-BATCH-COST-SNAPSHOT.
           PERFORM LOAD-BATCH-CONS-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'CATALOG SNAPSHOT OF BATCH ' WS-VALUE-BATCH
                   ' NOT OPENED - FILE STATUS ' WS-SNAP-STATUS ': '
                   FUNCTION TRIM (WS-SNAP-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SNAP-FILE INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
                           PERFORM VALUE-ONE-SNAPSHOT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.

           VALUE-ONE-SNAPSHOT-ROW.
           MOVE ITEM-CODE OF WS-ITEM TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-COST-FOUND = 'N'
               MOVE ITEM-GOLD-VALUE OF WS-ITEM TO WS-FOUND-AVG-COST
           END-IF.
           MOVE ITEM-CODE OF WS-ITEM TO WS-CHK-CONS-CODE.
           PERFORM SUM-ITEM-CONSIGNED.
           IF WS-CONS-ITEM-QTY < ITEM-QTY-ON-HAND OF WS-ITEM
               COMPUTE WS-OWNED-QTY =
                   ITEM-QTY-ON-HAND OF WS-ITEM - WS-CONS-ITEM-QTY
           ELSE
               MOVE 0 TO WS-OWNED-QTY
           END-IF.
           IF WS-VALUE-SIDE = 'C'
               IF WS-REC-CNT < WS-CATALOG-CAPACITY
                   ADD 1 TO WS-REC-CNT
                   MOVE ITEM-CODE OF WS-ITEM
                       TO WS-ITEM-CODE (WS-REC-CNT)
                   MOVE ITEM-CATEGORY OF WS-ITEM
                       TO WS-ITEM-CATEGORY (WS-REC-CNT)
                   MOVE ITEM-QTY-ON-HAND OF WS-ITEM
                       TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                   MOVE WS-FOUND-AVG-COST
                       TO WS-RF-ITEM-COST (WS-REC-CNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
           END-IF.
           MOVE ITEM-CATEGORY OF WS-ITEM TO WS-RF-CATEGORY.
           PERFORM FIND-ROLL-CATEGORY.
           IF WS-RF-CAT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-VALUE = WS-FOUND-AVG-COST * WS-OWNED-QTY.
           IF WS-VALUE-SIDE = 'C'
               ADD WS-ROW-VALUE TO WS-RF-GL-CLOSE (WS-RF-CAT-IX)
           ELSE
               ADD WS-ROW-VALUE TO WS-RF-OPEN (WS-RF-CAT-IX)
           END-IF.

           LOAD-BATCH-COST-SNAPSHOT.
           MOVE SPACES TO WS-COST-FILENAME.
           STRING 'glcost.' WS-VALUE-BATCH '.txt'
               DELIMITED BY SIZE INTO WS-COST-FILENAME.
           OPEN INPUT COST-FILE.
           IF WS-COST-STATUS NOT = '00'
               DISPLAY 'COST SNAPSHOT OF BATCH ' WS-VALUE-BATCH
                   ' MISSING OR UNREADABLE - FILE STATUS '
                   WS-COST-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-COST-EOF.
           PERFORM UNTIL WS-COST-EOF = 'Y'
               READ COST-FILE INTO WS-COST
                   AT END
                       MOVE 'Y' TO WS-COST-EOF
                   NOT AT END
                       IF WS-COST-CNT < WS-COST-CAPACITY
                           ADD 1 TO WS-COST-CNT
                           MOVE COST-ITEM-CODE OF WS-COST
                               TO WS-COST-CODE (WS-COST-CNT)
                           MOVE COST-AVG-VALUE OF WS-COST
                               TO WS-COST-AVG (WS-COST-CNT)
                           MOVE COST-LAST-DATE OF WS-COST
                               TO WS-COST-DATE (WS-COST-CNT)
                       ELSE
                           ADD 1 TO WS-COST-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COST-FILE.
           IF WS-COST-DROPPED > 0
               DISPLAY 'COST SNAPSHOT EXCEEDS CAPACITY, '
                   WS-COST-DROPPED ' ROWS DROPPED'
           END-IF.

           LOAD-BATCH-CONS-SNAPSHOT.
      * A batch cut before consignment was tracked has no snapshot -
      * nothing was on consignment then.
           MOVE SPACES TO WS-CONS-FILENAME.
           STRING 'glcons.' WS-VALUE-BATCH '.txt'
               DELIMITED BY SIZE INTO WS-CONS-FILENAME.
           OPEN INPUT CONS-FILE.
           IF WS-CONS-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT SNAPSHOT OF BATCH ' WS-VALUE-BATCH
                   ' UNREADABLE - FILE STATUS ' WS-CONS-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-CONS-EOF.
           PERFORM UNTIL WS-CONS-EOF = 'Y'
               READ CONS-FILE INTO WS-CONS
                   AT END
                       MOVE 'Y' TO WS-CONS-EOF
                   NOT AT END
                       IF WS-CONS-CNT < WS-CONS-CAPACITY
                           ADD 1 TO WS-CONS-CNT
                           MOVE CONS-VENDOR OF WS-CONS
                               TO WS-CONS-VENDOR (WS-CONS-CNT)
                           MOVE CONS-ITEM-CODE OF WS-CONS
                               TO WS-CONS-CODE (WS-CONS-CNT)
                           MOVE CONS-QTY OF WS-CONS
                               TO WS-CONS-QTY (WS-CONS-CNT)
                       ELSE
                           ADD 1 TO WS-CONS-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONS-FILE.

           DERIVE-OPENING-FROM-PERIOD.
      * No batch before the period - the first month on the ledger.
      * The opening quantities the close derived stand in, at the
      * closing cost basis, so the first roll still has a start.
           MOVE 'Y' TO WS-OPENING-DERIVED.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'PERIOD FILE NOT OPENED - FILE STATUS '
                   WS-PERIOD-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PER-PERIOD OF PERIOD-REC = WS-PERIOD-IN
                           MOVE PER-ITEM-CODE OF PERIOD-REC
                               TO WS-RF-CHK-CODE
                           MOVE SPACES TO WS-RF-CATEGORY
                           MOVE 0 TO WS-RF-UNIT-COST
                           PERFORM PLACE-ROLL-ITEM
                           IF WS-RF-CAT-IX > 0
                               COMPUTE WS-ROW-VALUE =
                                   PER-OPEN-QTY OF PERIOD-REC
                                   * WS-RF-UNIT-COST
                               ADD WS-ROW-VALUE
                                   TO WS-RF-OPEN (WS-RF-CAT-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

           SUM-PERIOD-RECEIPTS.
      * Every posted receipt of our own stock relieved a PO line and
      * left a row here at the cost it carried; a receipt without
      * one went into the average at the average.  Consigned
      * receipts never reach this log.
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
                       PERFORM SUM-ONE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE PORC-FILE.

           SUM-ONE-RECEIPT.
           MOVE SPACES TO WS-ROW-PERIOD.
           STRING PORC-RUN-DATE OF WS-PORC (7:4)
               PORC-RUN-DATE OF WS-PORC (1:2)
               DELIMITED BY SIZE INTO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD NOT = WS-PERIOD-IN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RCPT-LINES.
           MOVE PORC-ITEM-CODE OF WS-PORC TO WS-RF-CHK-CODE.
           MOVE SPACES TO WS-RF-CATEGORY.
           MOVE 0 TO WS-RF-UNIT-COST.
           PERFORM PLACE-ROLL-ITEM.
           IF WS-RF-CAT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF PORC-UNIT-COST OF WS-PORC > 0
               MOVE PORC-UNIT-COST OF WS-PORC TO WS-RF-UNIT-COST
           END-IF.
           COMPUTE WS-ROW-VALUE =
               PORC-QTY OF WS-PORC * WS-RF-UNIT-COST.
           ADD WS-ROW-VALUE TO WS-RF-RECEIPTS (WS-RF-CAT-IX).

           SUM-PERIOD-SERVICE-CHARGES.
      * A closed work order on a shop unit added its actual charge
      * to the item's average cost - value the shelf gained with no
      * movement behind it.  A customer's unit never touches our
      * valuation.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               IF WS-WORD-STATUS (WS-WORD-SCAN) = 'C'
                   AND WS-WORD-OWNER (WS-WORD-SCAN) = 'S'
                   AND WS-WORD-ACTUAL (WS-WORD-SCAN) > 0
                   PERFORM SUM-ONE-SERVICE-CHARGE
               END-IF
           END-PERFORM.

           SUM-ONE-SERVICE-CHARGE.
           MOVE SPACES TO WS-ROW-PERIOD.
           STRING WS-WORD-CLOSE-DATE (WS-WORD-SCAN) (7:4)
               WS-WORD-CLOSE-DATE (WS-WORD-SCAN) (1:2)
               DELIMITED BY SIZE INTO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD NOT = WS-PERIOD-IN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SERVICE-LINES.
           MOVE WS-WORD-CODE (WS-WORD-SCAN) TO WS-RF-CHK-CODE.
           MOVE SPACES TO WS-RF-CATEGORY.
           MOVE 0 TO WS-RF-UNIT-COST.
           PERFORM PLACE-ROLL-ITEM.
           IF WS-RF-CAT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-WORD-ACTUAL (WS-WORD-SCAN)
               TO WS-RF-SERVICE (WS-RF-CAT-IX).

           SUM-PERIOD-HISTORY.
      * Issues carry no cost of goods of their own, and kit work
      * moves value between kits and parts - both at the closing
      * cost basis.  Sales and returns are costed on the journal,
      * write-offs on the audit trail, transfers move no value.
           PERFORM RESOLVE-MHIST-FILENAME.
           OPEN INPUT MHIST-FILE.
           IF WS-MHIST-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-MHIST-STATUS NOT = '00'
               DISPLAY 'MOVEMENT HISTORY NOT OPENED - FILE STATUS '
                   WS-MHIST-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MHIST-FILE INTO WS-MHST
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SUM-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE MHIST-FILE.

           SUM-ONE-HISTORY-RECORD.
           MOVE SPACES TO WS-ROW-PERIOD.
           STRING MHST-RUN-DATE OF WS-MHST (7:4)
               MHST-RUN-DATE OF WS-MHST (1:2)
               DELIMITED BY SIZE INTO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD NOT = WS-PERIOD-IN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE MHST-TYPE OF WS-MHST
               WHEN 'I'
               WHEN 'M'
               WHEN 'P'
               WHEN 'C'
               WHEN 'B'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-HIST-LINES.
           MOVE MHST-ITEM-CODE OF WS-MHST TO WS-RF-CHK-CODE.
           MOVE SPACES TO WS-RF-CATEGORY.
           MOVE 0 TO WS-RF-UNIT-COST.
           PERFORM PLACE-ROLL-ITEM.
           IF WS-RF-CAT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-VALUE = MHST-QTY OF WS-MHST * WS-RF-UNIT-COST.
           EVALUATE MHST-TYPE OF WS-MHST
               WHEN 'I'
                   ADD WS-ROW-VALUE TO WS-RF-ISSUES (WS-RF-CAT-IX)
               WHEN 'M'
               WHEN 'P'
                   ADD WS-ROW-VALUE TO WS-RF-KIT (WS-RF-CAT-IX)
               WHEN OTHER
                   SUBTRACT WS-ROW-VALUE FROM WS-RF-KIT (WS-RF-CAT-IX)
           END-EVALUATE.

           SUM-ONE-DAYS-JOURNAL.
      * A day with no sales has no journal on disk.  Consigned
      * units sold cost the vendor's stock, not ours.
           MOVE SPACES TO WS-REVENUE-FILENAME.
           STRING 'revenuejournal.' WS-DATE-KEY '.log'
               DELIMITED BY SIZE INTO WS-REVENUE-FILENAME.
           OPEN INPUT REVENUE-FILE.
           IF WS-REVENUE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REVENUE-STATUS NOT = '00'
               DISPLAY 'REVENUE JOURNAL NOT OPENED - FILE STATUS '
                   WS-REVENUE-STATUS ': '
                   FUNCTION TRIM (WS-REVENUE-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           ADD 1 TO WS-RVN-DAYS.
           MOVE 'N' TO WS-RVN-EOF.
           PERFORM UNTIL WS-RVN-EOF = 'Y'
               READ REVENUE-FILE INTO WS-RVN
                   AT END
                       MOVE 'Y' TO WS-RVN-EOF
                   NOT AT END
                       PERFORM SUM-ONE-REVENUE-LINE
               END-READ
           END-PERFORM.
           CLOSE REVENUE-FILE.

           SUM-ONE-REVENUE-LINE.
           ADD 1 TO WS-RVN-LINES.
           IF RVN-CONSIGN-VENDOR OF WS-RVN NOT = SPACES
               ADD 1 TO WS-RVN-CONSIGN-LINES
               EXIT PARAGRAPH
           END-IF.
           MOVE RVN-CATEGORY OF WS-RVN TO WS-RF-CATEGORY.
           PERFORM FIND-ROLL-CATEGORY.
           IF WS-RF-CAT-IX = 0
               ADD 1 TO WS-UNPLACED-CNT
               DISPLAY 'CATEGORY NOT ON MASTER - SALE NOT ROLLED: '
                   RVN-ITEM-CODE OF WS-RVN ' '
                   RVN-CATEGORY OF WS-RVN
               EXIT PARAGRAPH
           END-IF.
           IF RVN-TYPE OF WS-RVN = 'R'
               SUBTRACT RVN-COST OF WS-RVN
                   FROM WS-RF-COGS (WS-RF-CAT-IX)
           ELSE
               ADD RVN-COST OF WS-RVN TO WS-RF-COGS (WS-RF-CAT-IX)
           END-IF.

           SUM-ONE-DAYS-AUDIT.
      * Cycle-count corrections (K), purges (X) and expired-lot
      * write-offs (E) change the holding without a movement of
      * their own - the audit trail's before and after quantities
      * are the only record of them.
           MOVE SPACES TO WS-AUDIT-FILENAME.
           STRING 'catalogaudit.' WS-DATE-KEY '.log'
               DELIMITED BY SIZE INTO WS-AUDIT-FILENAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AUDIT TRAIL NOT OPENED - FILE STATUS '
                   WS-AUDIT-STATUS ': '
                   FUNCTION TRIM (WS-AUDIT-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           ADD 1 TO WS-AUD-DAYS.
           MOVE 'N' TO WS-AUD-EOF.
           PERFORM UNTIL WS-AUD-EOF = 'Y'
               READ AUDIT-FILE INTO WS-AUDIT
                   AT END
                       MOVE 'Y' TO WS-AUD-EOF
                   NOT AT END
                       PERFORM SUM-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           SUM-ONE-AUDIT-LINE.
           IF AUDIT-TRANS-TYPE OF WS-AUDIT NOT = 'K'
               AND AUDIT-TRANS-TYPE OF WS-AUDIT NOT = 'X'
               AND AUDIT-TRANS-TYPE OF WS-AUDIT NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AUD-LINES.
      * A purged item has left the closing catalog - its own before
      * image says where it belonged and what it was worth.
           MOVE AUDIT-ITEM-CODE OF WS-AUDIT TO WS-RF-CHK-CODE.
           MOVE AUDIT-BEFORE-CATEGORY OF WS-AUDIT TO WS-RF-CATEGORY.
           MOVE AUDIT-BEFORE-GOLD-VALUE OF WS-AUDIT
               TO WS-RF-UNIT-COST.
           PERFORM PLACE-ROLL-ITEM.
           IF WS-RF-CAT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-QTY = AUDIT-AFTER-QTY OF WS-AUDIT
               - AUDIT-BEFORE-QTY OF WS-AUDIT.
           COMPUTE WS-ROW-VALUE = WS-ROW-QTY * WS-RF-UNIT-COST.
           EVALUATE AUDIT-TRANS-TYPE OF WS-AUDIT
               WHEN 'K'
                   ADD WS-ROW-VALUE TO WS-RF-COUNT-ADJ (WS-RF-CAT-IX)
               WHEN 'X'
                   ADD WS-ROW-VALUE TO WS-RF-PURGE (WS-RF-CAT-IX)
               WHEN 'E'
                   ADD WS-ROW-VALUE TO WS-RF-WRITE-OFF (WS-RF-CAT-IX)
           END-EVALUATE.

           PLACE-ROLL-ITEM.
      * WS-RF-CHK-CODE to its category row in WS-RF-CAT-IX and its
      * closing unit cost in WS-RF-UNIT-COST.  An item missing from
      * the closing catalog keeps whatever category and cost the
      * caller primed, costed from the ledger where it has one.
           MOVE 'N' TO WS-RF-ITEM-FOUND.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-RF-CHK-CODE
                   MOVE 'Y' TO WS-RF-ITEM-FOUND
                   SET WS-RF-FOUND-IX TO WS-ITEM-IX
                   MOVE WS-ITEM-CATEGORY (WS-RF-FOUND-IX)
                       TO WS-RF-CATEGORY
                   MOVE WS-RF-ITEM-COST (WS-RF-FOUND-IX)
                       TO WS-RF-UNIT-COST
           END-SEARCH.
           IF WS-RF-ITEM-FOUND = 'N'
               MOVE WS-RF-CHK-CODE TO WS-CHK-COST-CODE
               PERFORM FIND-ITEM-AVG-COST
               IF WS-COST-FOUND = 'Y'
                   MOVE WS-FOUND-AVG-COST TO WS-RF-UNIT-COST
               END-IF
           END-IF.
           PERFORM FIND-ROLL-CATEGORY.
           IF WS-RF-CAT-IX = 0
               ADD 1 TO WS-UNPLACED-CNT
               DISPLAY 'ITEM NOT PLACED IN A CATEGORY - NOT ROLLED: '
                   WS-RF-CHK-CODE ' ' WS-RF-CATEGORY
           END-IF.

           FIND-ROLL-CATEGORY.
           MOVE 0 TO WS-RF-CAT-IX.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN) = WS-RF-CATEGORY
                   MOVE WS-CAT-SCAN TO WS-RF-CAT-IX
               END-IF
           END-PERFORM.

           PRINT-ROLL-FORWARD.
           PERFORM BUILD-RUN-DATE-TIME.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'INVENTORY VALUE ROLL-FORWARD  PERIOD: '
               WS-PERIOD-IN.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE-DISP
               '  CLOSING GL BATCH: ' WS-CLOSE-BATCH
               ' (' WS-CLOSE-BATCH-DATE ')'.
           IF WS-OPENING-DERIVED = 'Y'
               DISPLAY 'NO GL BATCH BEFORE THE PERIOD - OPENING IS '
                   'THE CLOSE''S OPENING QTY AT CLOSING COST'
           ELSE
               DISPLAY 'OPENING GL BATCH: ' WS-OPEN-BATCH
                   ' (' WS-OPEN-BATCH-DATE ')'
           END-IF.
           MOVE WS-TOLERANCE-AMT TO WS-TOL-EDIT.
           DISPLAY 'TOLERANCE PER CATEGORY: ' WS-TOL-EDIT.
           DISPLAY '================================================'.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               PERFORM PRINT-ONE-CATEGORY-ROLL
           END-PERFORM.
           DISPLAY '================================================'.
           DISPLAY 'ALL CATEGORIES'.
           MOVE WS-RFT-OPEN TO WS-AMOUNT-EDIT.
           DISPLAY '  OPENING VALUATION          ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-RECEIPTS TO WS-AMOUNT-EDIT.
           DISPLAY '  + RECEIPTS AT COST         ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-COGS TO WS-AMOUNT-EDIT.
           DISPLAY '  - COST OF GOODS SOLD       ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-ISSUES TO WS-AMOUNT-EDIT.
           DISPLAY '  - OTHER ISSUES             ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-KIT TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- KIT WORK               ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-COUNT-ADJ TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- CYCLE-COUNT ADJUSTMENT ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-PURGE TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- PURGES                 ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-WRITE-OFF TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- EXPIRED WRITE-OFFS     ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-SERVICE TO WS-AMOUNT-EDIT.
           DISPLAY '  + SERVICE CHARGES TO COST  ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-EXPECTED TO WS-AMOUNT-EDIT.
           DISPLAY '  = EXPECTED CLOSING         ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-GL-CLOSE TO WS-AMOUNT-EDIT.
           DISPLAY '  CLOSING VALUATION SENT     ' WS-AMOUNT-EDIT.
           MOVE WS-RFT-DIFF TO WS-AMOUNT-EDIT.
           DISPLAY '  UNEXPLAINED DIFFERENCE     ' WS-AMOUNT-EDIT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RECEIPT LINES: ' WS-RCPT-LINES
               '  SALES JOURNAL LINES: ' WS-RVN-LINES
               ' OVER ' WS-RVN-DAYS ' DAYS'.
           DISPLAY 'HISTORY LINES: ' WS-HIST-LINES
               '  AUDIT ADJUSTMENTS: ' WS-AUD-LINES
               ' OVER ' WS-AUD-DAYS ' DAYS'.
           IF WS-SERVICE-LINES > 0
               DISPLAY 'WORK ORDERS CHARGED TO COST: ' WS-SERVICE-LINES
           END-IF.
           IF WS-RVN-CONSIGN-LINES > 0
               DISPLAY 'CONSIGNED SALES LEFT OUT (VENDOR STOCK): '
                   WS-RVN-CONSIGN-LINES
           END-IF.
           IF WS-UNPLACED-CNT > 0
               DISPLAY 'LINES NOT ROLLED (CATEGORY NOT ON MASTER): '
                   WS-UNPLACED-CNT
           END-IF.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'CLOSING CATALOG EXCEEDS CAPACITY, '
                   WS-ROWS-DROPPED ' ROWS NOT COSTED'
           END-IF.

           PRINT-ONE-CATEGORY-ROLL.
      * A category with nothing at either end and nothing moving has
      * nothing to prove.
           COMPUTE WS-RF-EXPECTED =
               WS-RF-OPEN (WS-TABLE-INDEX)
               + WS-RF-RECEIPTS (WS-TABLE-INDEX)
               - WS-RF-COGS (WS-TABLE-INDEX)
               - WS-RF-ISSUES (WS-TABLE-INDEX)
               + WS-RF-KIT (WS-TABLE-INDEX)
               + WS-RF-COUNT-ADJ (WS-TABLE-INDEX)
               + WS-RF-PURGE (WS-TABLE-INDEX)
               + WS-RF-WRITE-OFF (WS-TABLE-INDEX)
               + WS-RF-SERVICE (WS-TABLE-INDEX).
           COMPUTE WS-RF-DIFF =
               WS-RF-GL-CLOSE (WS-TABLE-INDEX) - WS-RF-EXPECTED.
           IF WS-RF-OPEN (WS-TABLE-INDEX) = 0
               AND WS-RF-RECEIPTS (WS-TABLE-INDEX) = 0
               AND WS-RF-COGS (WS-TABLE-INDEX) = 0
               AND WS-RF-ISSUES (WS-TABLE-INDEX) = 0
               AND WS-RF-KIT (WS-TABLE-INDEX) = 0
               AND WS-RF-COUNT-ADJ (WS-TABLE-INDEX) = 0
               AND WS-RF-PURGE (WS-TABLE-INDEX) = 0
               AND WS-RF-WRITE-OFF (WS-TABLE-INDEX) = 0
               AND WS-RF-SERVICE (WS-TABLE-INDEX) = 0
               AND WS-RF-GL-CLOSE (WS-TABLE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CATS-PRINTED.
           ADD WS-RF-OPEN (WS-TABLE-INDEX) TO WS-RFT-OPEN.
           ADD WS-RF-RECEIPTS (WS-TABLE-INDEX) TO WS-RFT-RECEIPTS.
           ADD WS-RF-COGS (WS-TABLE-INDEX) TO WS-RFT-COGS.
           ADD WS-RF-ISSUES (WS-TABLE-INDEX) TO WS-RFT-ISSUES.
           ADD WS-RF-KIT (WS-TABLE-INDEX) TO WS-RFT-KIT.
           ADD WS-RF-COUNT-ADJ (WS-TABLE-INDEX) TO WS-RFT-COUNT-ADJ.
           ADD WS-RF-PURGE (WS-TABLE-INDEX) TO WS-RFT-PURGE.
           ADD WS-RF-WRITE-OFF (WS-TABLE-INDEX) TO WS-RFT-WRITE-OFF.
           ADD WS-RF-SERVICE (WS-TABLE-INDEX) TO WS-RFT-SERVICE.
           ADD WS-RF-GL-CLOSE (WS-TABLE-INDEX) TO WS-RFT-GL-CLOSE.
           ADD WS-RF-EXPECTED TO WS-RFT-EXPECTED.
           ADD WS-RF-DIFF TO WS-RFT-DIFF.
           DISPLAY WS-CAT-CODE (WS-TABLE-INDEX)
               '  ACCOUNT ' WS-CAT-GL-ACCOUNT (WS-TABLE-INDEX).
           MOVE WS-RF-OPEN (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  OPENING VALUATION          ' WS-AMOUNT-EDIT.
           MOVE WS-RF-RECEIPTS (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  + RECEIPTS AT COST         ' WS-AMOUNT-EDIT.
           MOVE WS-RF-COGS (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  - COST OF GOODS SOLD       ' WS-AMOUNT-EDIT.
           MOVE WS-RF-ISSUES (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  - OTHER ISSUES             ' WS-AMOUNT-EDIT.
           MOVE WS-RF-KIT (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- KIT WORK               ' WS-AMOUNT-EDIT.
           MOVE WS-RF-COUNT-ADJ (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- CYCLE-COUNT ADJUSTMENT ' WS-AMOUNT-EDIT.
           MOVE WS-RF-PURGE (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- PURGES                 ' WS-AMOUNT-EDIT.
           MOVE WS-RF-WRITE-OFF (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  +/- EXPIRED WRITE-OFFS     ' WS-AMOUNT-EDIT.
           MOVE WS-RF-SERVICE (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  + SERVICE CHARGES TO COST  ' WS-AMOUNT-EDIT.
           MOVE WS-RF-EXPECTED TO WS-AMOUNT-EDIT.
           DISPLAY '  = EXPECTED CLOSING         ' WS-AMOUNT-EDIT.
           MOVE WS-RF-GL-CLOSE (WS-TABLE-INDEX) TO WS-AMOUNT-EDIT.
           DISPLAY '  CLOSING VALUATION SENT     ' WS-AMOUNT-EDIT.
           MOVE WS-RF-DIFF TO WS-AMOUNT-EDIT.
           IF WS-RF-DIFF < 0
               COMPUTE WS-RF-ABS-DIFF = 0 - WS-RF-DIFF
           ELSE
               MOVE WS-RF-DIFF TO WS-RF-ABS-DIFF
           END-IF.
           IF WS-RF-ABS-DIFF > WS-TOLERANCE-AMT
               ADD 1 TO WS-OVER-TOL-CNT
               DISPLAY '  UNEXPLAINED DIFFERENCE     ' WS-AMOUNT-EDIT
                   '  *** OVER TOLERANCE ***'
           ELSE
               DISPLAY '  UNEXPLAINED DIFFERENCE     ' WS-AMOUNT-EDIT
           END-IF.

           COPY DATEFMT.
           COPY SIGNON.
           COPY CATRSLV.
           COPY CATLOAD.
           COPY PERRSLV.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY CONSRSLV.
           COPY CONSLOAD.
           COPY PORCRSLV.
           COPY MHSTRSLV.
           COPY WORDRSLV.
           COPY WORDLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM INVENTORY-ROLL-FORWARD.
