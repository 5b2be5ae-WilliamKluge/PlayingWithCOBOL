      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly consignment settlement statement - for every
      *          vendor on the master with consigned stock or
      *          consignment activity, the units of theirs we sold in
      *          the month at the agreed rate, less the ones customers
      *          brought back, is what we owe them; the units still
      *          on our shelves are listed at their rate as the
      *          vendor's stock we hold, not ours (see CONSREC/
      *          CACTREC).  Ad hoc, run after month end the way the
      *          vendor scorecard is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNMENT-SETTLEMENT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Who the vendors are - see VENDREC/VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * The vendors' units on our shelves - CONSIGNFILE env var,
      * defaults to consignment.txt (see CONSRSLV)
           SELECT CONS-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.
      * Every consigned movement the posting run accepted -
      * CONSACTFILE env var, defaults to consignactivity.txt (see
      * CACTWRT)
           SELECT CACT-FILE ASSIGN DYNAMIC WS-CACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CACT-STATUS.
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
           FD CONS-FILE.
           01 CONS-FILE-REC.
               COPY CONSREC.
           FD CACT-FILE.
           01 CACT-FILE-REC.
               COPY CACTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           COPY CONSWS.
           COPY CACTWS.
           01 WS-CACT-EOF              PIC A(1).
      * Per-vendor settlement sums, parallel to the vendor master
      * table.
           01 WS-SETTLE-TABLE.
               05 WS-SETTLE-ROW OCCURS 50 TIMES.
                   10 WS-ST-SOLD-QTY      PIC 9(7).
                   10 WS-ST-SOLD-AMT      PIC 9(11)V99.
                   10 WS-ST-RTN-QTY       PIC 9(7).
                   10 WS-ST-RTN-AMT       PIC 9(11)V99.
                   10 WS-ST-HELD-QTY      PIC 9(7).
                   10 WS-ST-HELD-VALUE    PIC 9(11)V99.
           01 WS-ST-IX                 PIC 9(2).
      * The month's sold and returned lines, held so each vendor's
      * statement can list its own - in log order.
           01 WS-LINE-CNT              PIC 9(4) VALUE 0.
           01 WS-LINE-TABLE.
               05 WS-LINE-ROW OCCURS 2000 TIMES.
                   10 WS-LN-VEND-IX       PIC 9(2).
                   10 WS-LN-DATE          PIC X(10).
                   10 WS-LN-ITEM-CODE     PIC X(6).
                   10 WS-LN-TYPE          PIC X(1).
                   10 WS-LN-QTY           PIC 9(5).
                   10 WS-LN-RATE          PIC 9(7)V99.
                   10 WS-LN-AMOUNT        PIC 9(11)V99.
                   10 WS-LN-REFERENCE     PIC X(10).
           01 WS-LINE-CAPACITY         PIC 9(4) VALUE 2000.
           01 WS-LINE-DROPPED          PIC 9(4) VALUE 0.
           01 WS-LINE-SCAN             PIC 9(4).
      * SETTLEPERIOD (YYYYMM) picks the month - the current month when
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
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-NET-OWED              PIC S9(11)V99.
           01 WS-TOTAL-OWED            PIC S9(11)V99 VALUE 0.
           01 WS-TOTAL-HELD-VALUE      PIC 9(11)V99 VALUE 0.
           01 WS-ACT-IN-PERIOD         PIC 9(5) VALUE 0.
           01 WS-ACT-UNKNOWN           PIC 9(5) VALUE 0.
           01 WS-HELD-UNKNOWN          PIC 9(5) VALUE 0.
           01 WS-VENDORS-PRINTED       PIC 9(3) VALUE 0.
           01 WS-LINE-LABEL            PIC X(8).
           01 WS-QTY-EDIT              PIC ZZZZZZ9.
           01 WS-RATE-EDIT             PIC ZZZZZZ9.99.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99.
           01 WS-NET-EDIT              PIC -ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'CONSIGNMENT-SETTLEMENT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-SETTLE-PARAMETERS.
           PERFORM LOAD-VENDOR-MASTER.
           INITIALIZE WS-SETTLE-TABLE.
      * The posting run rewrites the ledger and appends the activity
      * log under the exclusive enqueue - read them under the shared
      * one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-CONSIGNMENT-LEDGER.
           PERFORM SETTLE-ACTIVITY-LOG.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM SUM-STOCK-HELD.
           PERFORM PRINT-SETTLEMENT.
           INITIALIZE WS-RUNS.
           MOVE WS-ACT-IN-PERIOD TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-ACT-UNKNOWN TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-SETTLE-PARAMETERS.
           PERFORM BUILD-RUN-DATE-TIME.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'SETTLEPERIOD'.
           IF WS-PERIOD-IN = SPACES
               STRING WS-CURR-YYYY WS-CURR-MM
                   DELIMITED BY SIZE INTO WS-PERIOD-IN
               DISPLAY 'SETTLEPERIOD NOT SET - SETTLING THE CURRENT '
                   'MONTH ' WS-PERIOD-IN
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'SETTLEPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
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

           FIND-SETTLE-VENDOR.
      * WS-CHK-VENDOR to its row on the master in WS-ST-IX - zero
      * when the vendor has since left the master.
           MOVE 0 TO WS-ST-IX.
           PERFORM VARYING WS-VEND-SCAN FROM 1 BY 1
           UNTIL WS-VEND-SCAN > WS-VEND-CNT
               IF WS-VEND-CODE (WS-VEND-SCAN) = WS-CHK-VENDOR
                   MOVE WS-VEND-SCAN TO WS-ST-IX
               END-IF
           END-PERFORM.

           SETTLE-ACTIVITY-LOG.
      * Sales (S) owe the vendor, customer returns (U) come back off
      * it; receipts and returns to the vendor owe nothing.  No log
      * yet means nothing has ever moved on consignment.
           PERFORM RESOLVE-CACT-FILENAME.
           OPEN INPUT CACT-FILE.
           IF WS-CACT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CACT-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT ACTIVITY LOG NOT OPENED - FILE '
                   'STATUS ' WS-CACT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-CACT-EOF.
           PERFORM UNTIL WS-CACT-EOF = 'Y'
               READ CACT-FILE INTO WS-CACT
                   AT END
                       MOVE 'Y' TO WS-CACT-EOF
                   NOT AT END
                       PERFORM SETTLE-ONE-ACTIVITY
               END-READ
           END-PERFORM.
           CLOSE CACT-FILE.

           SETTLE-ONE-ACTIVITY.
           IF CACT-TYPE OF WS-CACT NOT = 'S'
               AND CACT-TYPE OF WS-CACT NOT = 'U'
               EXIT PARAGRAPH
           END-IF.
           MOVE CACT-RUN-DATE OF WS-CACT TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               OR WS-DATE-INT < WS-PERIOD-START-INT
               OR WS-DATE-INT > WS-PERIOD-END-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACT-IN-PERIOD.
           MOVE CACT-VENDOR OF WS-CACT TO WS-CHK-VENDOR.
           PERFORM FIND-SETTLE-VENDOR.
           IF WS-ST-IX = 0
               ADD 1 TO WS-ACT-UNKNOWN
               DISPLAY 'VENDOR NOT ON MASTER - LINE NOT SETTLED: '
                   CACT-VENDOR OF WS-CACT ' '
                   CACT-ITEM-CODE OF WS-CACT ' '
                   CACT-REFERENCE OF WS-CACT
               EXIT PARAGRAPH
           END-IF.
           IF CACT-TYPE OF WS-CACT = 'S'
               ADD CACT-QTY OF WS-CACT TO WS-ST-SOLD-QTY (WS-ST-IX)
               ADD CACT-AMOUNT OF WS-CACT TO WS-ST-SOLD-AMT (WS-ST-IX)
           ELSE
               ADD CACT-QTY OF WS-CACT TO WS-ST-RTN-QTY (WS-ST-IX)
               ADD CACT-AMOUNT OF WS-CACT TO WS-ST-RTN-AMT (WS-ST-IX)
           END-IF.
           IF WS-LINE-CNT < WS-LINE-CAPACITY
               ADD 1 TO WS-LINE-CNT
               MOVE WS-ST-IX TO WS-LN-VEND-IX (WS-LINE-CNT)
               MOVE CACT-RUN-DATE OF WS-CACT
                   TO WS-LN-DATE (WS-LINE-CNT)
               MOVE CACT-ITEM-CODE OF WS-CACT
                   TO WS-LN-ITEM-CODE (WS-LINE-CNT)
               MOVE CACT-TYPE OF WS-CACT TO WS-LN-TYPE (WS-LINE-CNT)
               MOVE CACT-QTY OF WS-CACT TO WS-LN-QTY (WS-LINE-CNT)
               MOVE CACT-RATE OF WS-CACT TO WS-LN-RATE (WS-LINE-CNT)
               MOVE CACT-AMOUNT OF WS-CACT
                   TO WS-LN-AMOUNT (WS-LINE-CNT)
               MOVE CACT-REFERENCE OF WS-CACT
                   TO WS-LN-REFERENCE (WS-LINE-CNT)
           ELSE
               ADD 1 TO WS-LINE-DROPPED
           END-IF.

           SUM-STOCK-HELD.
      * What each vendor still has on our shelves, at the rate the
      * sale would owe them today.
           PERFORM VARYING WS-CONS-SCAN FROM 1 BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               MOVE WS-CONS-VENDOR (WS-CONS-SCAN) TO WS-CHK-VENDOR
               PERFORM FIND-SETTLE-VENDOR
               IF WS-ST-IX = 0
                   ADD 1 TO WS-HELD-UNKNOWN
               ELSE
                   ADD WS-CONS-QTY (WS-CONS-SCAN)
                       TO WS-ST-HELD-QTY (WS-ST-IX)
                   COMPUTE WS-ST-HELD-VALUE (WS-ST-IX) =
                       WS-ST-HELD-VALUE (WS-ST-IX)
                       + WS-CONS-QTY (WS-CONS-SCAN)
                       * WS-CONS-RATE (WS-CONS-SCAN)
               END-IF
           END-PERFORM.

           PRINT-SETTLEMENT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'CONSIGNMENT SETTLEMENT  PERIOD: ' WS-PERIOD-YYYY
               '-' WS-PERIOD-MM '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
           UNTIL WS-ST-IX > WS-VEND-CNT
               IF WS-ST-SOLD-QTY (WS-ST-IX) > 0
                   OR WS-ST-RTN-QTY (WS-ST-IX) > 0
                   OR WS-ST-HELD-QTY (WS-ST-IX) > 0
                   PERFORM PRINT-ONE-STATEMENT
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'VENDORS SETTLED:              ' WS-VENDORS-PRINTED.
           DISPLAY 'ACTIVITY LINES IN PERIOD:     ' WS-ACT-IN-PERIOD.
           MOVE WS-TOTAL-OWED TO WS-NET-EDIT.
           DISPLAY 'TOTAL OWED TO CONSIGNORS: ' WS-NET-EDIT.
           MOVE WS-TOTAL-HELD-VALUE TO WS-AMOUNT-EDIT.
           DISPLAY 'CONSIGNED STOCK HELD AT RATE:  ' WS-AMOUNT-EDIT.
           IF WS-ACT-UNKNOWN > 0
               DISPLAY 'LINES FOR VENDORS OFF MASTER:  ' WS-ACT-UNKNOWN
           END-IF.
           IF WS-HELD-UNKNOWN > 0
               DISPLAY 'LEDGER ROWS FOR VENDORS OFF MASTER: '
                   WS-HELD-UNKNOWN
           END-IF.
           IF WS-LINE-DROPPED > 0
               DISPLAY 'DETAIL LINES NOT LISTED (TABLE FULL): '
                   WS-LINE-DROPPED ' - TOTALS ARE COMPLETE'
           END-IF.

           PRINT-ONE-STATEMENT.
           ADD 1 TO WS-VENDORS-PRINTED.
           DISPLAY ' '.
           DISPLAY 'VENDOR: ' WS-VEND-CODE (WS-ST-IX) ' '
               WS-VEND-NAME (WS-ST-IX).
           DISPLAY 'DATE       CODE   TYPE         QTY       RATE'
               '         AMOUNT REFERENCE'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
           UNTIL WS-LINE-SCAN > WS-LINE-CNT
               IF WS-LN-VEND-IX (WS-LINE-SCAN) = WS-ST-IX
                   PERFORM PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-NET-OWED =
               WS-ST-SOLD-AMT (WS-ST-IX) - WS-ST-RTN-AMT (WS-ST-IX).
           ADD WS-NET-OWED TO WS-TOTAL-OWED.
           ADD WS-ST-HELD-VALUE (WS-ST-IX) TO WS-TOTAL-HELD-VALUE.
           DISPLAY '------------------------------------------------'.
           MOVE WS-ST-SOLD-QTY (WS-ST-IX) TO WS-QTY-EDIT.
           MOVE WS-ST-SOLD-AMT (WS-ST-IX) TO WS-AMOUNT-EDIT.
           DISPLAY 'SOLD              ' WS-QTY-EDIT '            '
               WS-AMOUNT-EDIT.
           MOVE WS-ST-RTN-QTY (WS-ST-IX) TO WS-QTY-EDIT.
           MOVE WS-ST-RTN-AMT (WS-ST-IX) TO WS-AMOUNT-EDIT.
           DISPLAY 'LESS RETURNED     ' WS-QTY-EDIT '            '
               WS-AMOUNT-EDIT.
           MOVE WS-NET-OWED TO WS-NET-EDIT.
           DISPLAY 'NET OWED TO VENDOR                       '
               WS-NET-EDIT.
           MOVE WS-ST-HELD-QTY (WS-ST-IX) TO WS-QTY-EDIT.
           MOVE WS-ST-HELD-VALUE (WS-ST-IX) TO WS-AMOUNT-EDIT.
           DISPLAY 'STILL ON CONSIGNMENT ' WS-QTY-EDIT '         '
               WS-AMOUNT-EDIT.

           PRINT-ONE-LINE.
           IF WS-LN-TYPE (WS-LINE-SCAN) = 'S'
               MOVE 'SOLD' TO WS-LINE-LABEL
           ELSE
               MOVE 'RETURNED' TO WS-LINE-LABEL
           END-IF.
           MOVE WS-LN-QTY (WS-LINE-SCAN) TO WS-QTY-EDIT.
           MOVE WS-LN-RATE (WS-LINE-SCAN) TO WS-RATE-EDIT.
           MOVE WS-LN-AMOUNT (WS-LINE-SCAN) TO WS-AMOUNT-EDIT.
           DISPLAY WS-LN-DATE (WS-LINE-SCAN) ' '
               WS-LN-ITEM-CODE (WS-LINE-SCAN) ' '
               WS-LINE-LABEL ' ' WS-QTY-EDIT ' ' WS-RATE-EDIT ' '
               WS-AMOUNT-EDIT ' ' WS-LN-REFERENCE (WS-LINE-SCAN).

           COPY DATEFMT.
           COPY SIGNON.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY CONSRSLV.
           COPY CONSLOAD.
           COPY CACTWRT.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM CONSIGNMENT-SETTLEMENT.
