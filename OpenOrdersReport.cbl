      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Open sales-order aging report - every order line not
      *          yet shipped in full (open, or out on a pick list),
      *          aged by days since the order was taken into 31+,
      *          15-30, 8-14 and 0-7 day buckets, oldest bucket first
      *          and by customer within it, with the open quantity
      *          and its value at the order price and where each line
      *          stands - waiting for a pick, part shipped, or on a
      *          pick list at its location.  ORDERCUSTOMER limits the
      *          report to one customer's orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-ORDERS-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The sales orders to age - see SORDREC/SORDLOAD
           SELECT SORDER-FILE ASSIGN DYNAMIC WS-SORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORDER-STATUS.
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
           FD SORDER-FILE.
           01 SORDER-FILE-REC.
               COPY SORDREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY SORDSTAT.
           COPY SORDNAME.
           COPY SORDWS.
      * One row per open line - the bucket (1 is the oldest) and the
      * customer are the sort keys, the order row is what gets
      * printed.
           01 WS-AGE-CNT               PIC 9(4) VALUE 0.
           01 WS-AGE-TABLE.
               05 WS-AGE-ROW OCCURS 3000 TIMES.
                   10 WS-AGE-BUCKET       PIC 9(1).
                   10 WS-AGE-CUSTOMER     PIC X(10).
                   10 WS-AGE-DAYS         PIC 9(5).
                   10 WS-AGE-SORD-IX      PIC 9(4).
           01 WS-SORT-I                PIC 9(4).
           01 WS-SORT-J                PIC 9(4).
           01 WS-SWAP-ROW              PIC X(20).
           01 WS-AGE-IX                PIC 9(4).
      * Bucket labels and the tallies printed at the foot.
           01 WS-BUCKET-LABELS.
               05 FILLER                  PIC X(12) VALUE '31+ DAYS'.
               05 FILLER                  PIC X(12) VALUE '15-30 DAYS'.
               05 FILLER                  PIC X(12) VALUE '8-14 DAYS'.
               05 FILLER                  PIC X(12) VALUE '0-7 DAYS'.
           01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
               05 WS-BUCKET-LABEL         PIC X(12) OCCURS 4 TIMES.
           01 WS-BUCKET-TOTALS.
               05 WS-BUCKET-ROW OCCURS 4 TIMES.
                   10 WS-BUCKET-LINES     PIC 9(5).
                   10 WS-BUCKET-OPEN-QTY  PIC 9(7).
                   10 WS-BUCKET-VALUE     PIC 9(11)V99.
           01 WS-BUCKET-IX             PIC 9(1).
           01 WS-LAST-BUCKET           PIC 9(1).
           01 WS-FILTER-CUSTOMER       PIC X(10).
           01 WS-BAD-DATE-CNT          PIC 9(4) VALUE 0.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-OPEN-QTY              PIC 9(5).
           01 WS-OPEN-VALUE            PIC 9(11)V99.
           01 WS-TOTAL-VALUE           PIC 9(11)V99 VALUE 0.
           01 WS-STATE-NOTE            PIC X(22).
           01 WS-QTY-EDIT              PIC ZZZZZZ9.
           01 WS-DAYS-EDIT             PIC ZZZZ9.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'OPEN-ORDERS-REPORT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           ACCEPT WS-FILTER-CUSTOMER FROM ENVIRONMENT 'ORDERCUSTOMER'.
           MOVE FUNCTION UPPER-CASE (WS-FILTER-CUSTOMER)
               TO WS-FILTER-CUSTOMER.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-SALES-ORDERS.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-BUCKET-TOTALS.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF (WS-SORD-STATUS (WS-SORD-SCAN) = 'O'
                   OR WS-SORD-STATUS (WS-SORD-SCAN) = 'K')
                   AND (WS-FILTER-CUSTOMER = SPACES
                   OR WS-SORD-CUSTOMER (WS-SORD-SCAN)
                       = WS-FILTER-CUSTOMER)
                   PERFORM AGE-ONE-SO-LINE
               END-IF
           END-PERFORM.
           PERFORM SORT-AGED-LINES.
           PERFORM PRINT-OPEN-ORDERS-REPORT.
           INITIALIZE WS-RUNS.
           MOVE WS-SORD-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-BAD-DATE-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           CONVERT-DATE-IN.
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

           AGE-ONE-SO-LINE.
           MOVE WS-SORD-DATE (WS-SORD-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'ORDER LINE WITH NO USABLE ORDER DATE: '
                   WS-SORD-NUMBER (WS-SORD-SCAN) '/'
                   WS-SORD-LINE (WS-SORD-SCAN) ' '
                   WS-SORD-DATE (WS-SORD-SCAN)
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AGE-CNT.
           MOVE WS-SORD-SCAN TO WS-AGE-SORD-IX (WS-AGE-CNT).
           MOVE WS-SORD-CUSTOMER (WS-SORD-SCAN)
               TO WS-AGE-CUSTOMER (WS-AGE-CNT).
           IF WS-TODAY-INT > WS-DATE-INT
               COMPUTE WS-AGE-DAYS (WS-AGE-CNT) =
                   WS-TODAY-INT - WS-DATE-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS (WS-AGE-CNT)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS (WS-AGE-CNT) > 30
                   MOVE 1 TO WS-AGE-BUCKET (WS-AGE-CNT)
               WHEN WS-AGE-DAYS (WS-AGE-CNT) > 14
                   MOVE 2 TO WS-AGE-BUCKET (WS-AGE-CNT)
               WHEN WS-AGE-DAYS (WS-AGE-CNT) > 7
                   MOVE 3 TO WS-AGE-BUCKET (WS-AGE-CNT)
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BUCKET (WS-AGE-CNT)
           END-EVALUATE.

           SORT-AGED-LINES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= WS-AGE-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > WS-AGE-CNT - WS-SORT-I
                   IF WS-AGE-BUCKET (WS-SORT-J)
                       > WS-AGE-BUCKET (WS-SORT-J + 1)
                       OR (WS-AGE-BUCKET (WS-SORT-J)
                       = WS-AGE-BUCKET (WS-SORT-J + 1)
                       AND WS-AGE-CUSTOMER (WS-SORT-J)
                       > WS-AGE-CUSTOMER (WS-SORT-J + 1))
                       OR (WS-AGE-BUCKET (WS-SORT-J)
                       = WS-AGE-BUCKET (WS-SORT-J + 1)
                       AND WS-AGE-CUSTOMER (WS-SORT-J)
                       = WS-AGE-CUSTOMER (WS-SORT-J + 1)
                       AND WS-AGE-DAYS (WS-SORT-J)
                       < WS-AGE-DAYS (WS-SORT-J + 1))
                       MOVE WS-AGE-ROW (WS-SORT-J) TO WS-SWAP-ROW
                       MOVE WS-AGE-ROW (WS-SORT-J + 1)
                           TO WS-AGE-ROW (WS-SORT-J)
                       MOVE WS-SWAP-ROW TO WS-AGE-ROW (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PRINT-OPEN-ORDERS-REPORT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'OPEN SALES ORDER AGING  RUN DATE: '
               WS-RUN-DATE-DISP.
           IF WS-FILTER-CUSTOMER NOT = SPACES
               DISPLAY 'CUSTOMER: ' WS-FILTER-CUSTOMER
           END-IF.
           DISPLAY '================================================'.
           MOVE 0 TO WS-LAST-BUCKET.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
           UNTIL WS-AGE-IX > WS-AGE-CNT
               IF WS-AGE-BUCKET (WS-AGE-IX) NOT = WS-LAST-BUCKET
                   MOVE WS-AGE-BUCKET (WS-AGE-IX) TO WS-LAST-BUCKET
                   DISPLAY ' '
                   DISPLAY 'ORDERED ' WS-BUCKET-LABEL (WS-LAST-BUCKET)
                       ' AGO'
                   DISPLAY 'ORDER    LN  CUSTOMER   ITEM     OPEN'
                       '      OPEN VALUE ORDERED     DAYS STATE'
                   DISPLAY '------------------------------------------'
                       '------------------------------------'
               END-IF
               PERFORM PRINT-ONE-AGED-LINE
           END-PERFORM.
           IF WS-AGE-CNT = 0
               DISPLAY 'NO SALES ORDER LINES ARE OPEN'
           END-IF.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'BUCKET        LINES  OPEN QTY      OPEN VALUE'.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
               MOVE WS-BUCKET-OPEN-QTY (WS-BUCKET-IX) TO WS-QTY-EDIT
               MOVE WS-BUCKET-VALUE (WS-BUCKET-IX) TO WS-VALUE-EDIT
               DISPLAY WS-BUCKET-LABEL (WS-BUCKET-IX) ' '
                   WS-BUCKET-LINES (WS-BUCKET-IX) '   ' WS-QTY-EDIT
                   ' ' WS-VALUE-EDIT
           END-PERFORM.
           DISPLAY 'OPEN ORDER LINES:              ' WS-AGE-CNT.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT.
           DISPLAY 'OPEN ORDER VALUE:    ' WS-VALUE-EDIT.
           IF WS-BAD-DATE-CNT > 0
               DISPLAY 'LINES WITH NO USABLE DATE:     '
                   WS-BAD-DATE-CNT
           END-IF.

           PRINT-ONE-AGED-LINE.
           MOVE WS-AGE-SORD-IX (WS-AGE-IX) TO WS-SORD-SCAN.
           COMPUTE WS-OPEN-QTY = WS-SORD-ORDER-QTY (WS-SORD-SCAN)
               - WS-SORD-SHIP-QTY (WS-SORD-SCAN).
           COMPUTE WS-OPEN-VALUE =
               WS-OPEN-QTY * WS-SORD-PRICE (WS-SORD-SCAN).
           MOVE WS-AGE-BUCKET (WS-AGE-IX) TO WS-BUCKET-IX.
           ADD 1 TO WS-BUCKET-LINES (WS-BUCKET-IX).
           ADD WS-OPEN-QTY TO WS-BUCKET-OPEN-QTY (WS-BUCKET-IX).
           ADD WS-OPEN-VALUE TO WS-BUCKET-VALUE (WS-BUCKET-IX).
           ADD WS-OPEN-VALUE TO WS-TOTAL-VALUE.
           MOVE SPACES TO WS-STATE-NOTE.
           IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
               STRING 'ON PICK LIST AT '
                   WS-SORD-PICK-LOC (WS-SORD-SCAN)
                   DELIMITED BY SIZE INTO WS-STATE-NOTE
           ELSE
               IF WS-SORD-SHIP-QTY (WS-SORD-SCAN) > 0
                   MOVE 'PART SHIPPED' TO WS-STATE-NOTE
               ELSE
                   MOVE 'AWAITING PICK' TO WS-STATE-NOTE
               END-IF
           END-IF.
           MOVE WS-OPEN-QTY TO WS-QTY-EDIT.
           MOVE WS-OPEN-VALUE TO WS-VALUE-EDIT.
           MOVE WS-AGE-DAYS (WS-AGE-IX) TO WS-DAYS-EDIT.
           DISPLAY WS-SORD-NUMBER (WS-SORD-SCAN) ' '
               WS-SORD-LINE (WS-SORD-SCAN) ' '
               WS-SORD-CUSTOMER (WS-SORD-SCAN) ' '
               WS-SORD-CODE (WS-SORD-SCAN) ' '
               WS-QTY-EDIT ' ' WS-VALUE-EDIT ' '
               WS-SORD-DATE (WS-SORD-SCAN) ' '
               WS-DAYS-EDIT ' ' WS-STATE-NOTE.

           COPY DATEFMT.
           COPY SIGNON.
           COPY SORDRSLV.
           COPY SORDLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM OPEN-ORDERS-REPORT.
