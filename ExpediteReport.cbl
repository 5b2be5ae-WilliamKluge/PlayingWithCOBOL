      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Open-order expediting report - every open (O) or
      *          partly received (P) purchase-order line whose vendor
      *          lead time has run out (order date plus VEND-LEAD-DAYS
      *          before today), aged by days overdue into 31+, 15-30,
      *          8-14 and 1-7 day buckets, oldest bucket first and by
      *          vendor within it, so the buyer has the morning's call
      *          list.  Lines closed short or cancelled in PO
      *          maintenance never appear.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITE-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The purchase orders to chase - see PORDREC/PORDLOAD
           SELECT PORDER-FILE ASSIGN DYNAMIC WS-PORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORDER-STATUS.
      * Who the vendors are and what they promised - see VENDREC/
      * VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
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
           FD PORDER-FILE.
           01 PORDER-FILE-REC.
               COPY PORDREC.
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY PORDSTAT.
           COPY PORDNAME.
           COPY PORDWS.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
      * One row per late line - the bucket (1 is the oldest) and the
      * vendor are the sort keys, the PO row is what gets printed.
           01 WS-LATE-CNT              PIC 9(4) VALUE 0.
           01 WS-LATE-TABLE.
               05 WS-LATE-ROW OCCURS 2000 TIMES.
                   10 WS-LATE-BUCKET      PIC 9(1).
                   10 WS-LATE-VENDOR      PIC X(8).
                   10 WS-LATE-DAYS        PIC 9(5).
                   10 WS-LATE-DUE-DATE    PIC X(10).
                   10 WS-LATE-PORD-IX     PIC 9(4).
           01 WS-SORT-I                PIC 9(4).
           01 WS-SORT-J                PIC 9(4).
           01 WS-SWAP-ROW              PIC X(28).
           01 WS-LATE-IX               PIC 9(4).
      * Bucket labels and the tallies printed at the foot.
           01 WS-BUCKET-LABELS.
               05 FILLER                  PIC X(12) VALUE '31+ DAYS'.
               05 FILLER                  PIC X(12) VALUE '15-30 DAYS'.
               05 FILLER                  PIC X(12) VALUE '8-14 DAYS'.
               05 FILLER                  PIC X(12) VALUE '1-7 DAYS'.
           01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
               05 WS-BUCKET-LABEL         PIC X(12) OCCURS 4 TIMES.
           01 WS-BUCKET-TOTALS.
               05 WS-BUCKET-ROW OCCURS 4 TIMES.
                   10 WS-BUCKET-LINES     PIC 9(5).
                   10 WS-BUCKET-OPEN-QTY  PIC 9(7).
           01 WS-BUCKET-IX             PIC 9(1).
           01 WS-LAST-BUCKET           PIC 9(1).
           01 WS-LEAD-DAYS             PIC 9(3).
           01 WS-OFF-MASTER-CNT        PIC 9(4) VALUE 0.
           01 WS-BAD-DATE-CNT          PIC 9(4) VALUE 0.
           01 WS-OPEN-LINE-CNT         PIC 9(4) VALUE 0.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DUE-INT               PIC 9(7).
           01 WS-DUE-NUM               PIC 9(8).
           01 WS-DUE-KEY               PIC X(8).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-OPEN-QTY              PIC 9(5).
           01 WS-QTY-EDIT              PIC ZZZZZZ9.
           01 WS-DAYS-EDIT             PIC ZZZZ9.
           01 WS-VENDOR-NOTE           PIC X(14).
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'EXPEDITE-REPORT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM LOAD-VENDOR-MASTER.
      * The posting run and PO maintenance rewrite the purchase
      * orders under the exclusive enqueue - read them under the
      * shared one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-BUCKET-TOTALS.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               IF WS-PORD-STATUS (WS-PORD-SCAN) = 'O'
                   OR WS-PORD-STATUS (WS-PORD-SCAN) = 'P'
                   ADD 1 TO WS-OPEN-LINE-CNT
                   PERFORM AGE-ONE-PO-LINE
               END-IF
           END-PERFORM.
           PERFORM SORT-LATE-LINES.
           PERFORM PRINT-EXPEDITE-REPORT.
           INITIALIZE WS-RUNS.
           MOVE WS-PORD-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-BAD-DATE-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

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

           AGE-ONE-PO-LINE.
           MOVE WS-PORD-DATE (WS-PORD-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'PO LINE WITH NO USABLE ORDER DATE: '
                   WS-PORD-NUMBER (WS-PORD-SCAN) ' '
                   WS-PORD-DATE (WS-PORD-SCAN)
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF.
      * A vendor since dropped from the master has no promise to
      * hold it to - the line is due the day it was ordered.
           MOVE WS-PORD-VENDOR (WS-PORD-SCAN) TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           MOVE 0 TO WS-LEAD-DAYS.
           IF WS-VEND-ON-FILE = 'Y'
               MOVE WS-VEND-FOUND-LEAD TO WS-LEAD-DAYS
           ELSE
               ADD 1 TO WS-OFF-MASTER-CNT
           END-IF.
           COMPUTE WS-DUE-INT = WS-DATE-INT + WS-LEAD-DAYS.
           IF WS-TODAY-INT NOT > WS-DUE-INT
               EXIT PARAGRAPH
           END-IF.
           IF WS-LATE-CNT NOT < 2000
               DISPLAY 'EXPEDITE TABLE FULL - LINE NOT LISTED: '
                   WS-PORD-NUMBER (WS-PORD-SCAN)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LATE-CNT.
           MOVE WS-PORD-SCAN TO WS-LATE-PORD-IX (WS-LATE-CNT).
           MOVE WS-PORD-VENDOR (WS-PORD-SCAN)
               TO WS-LATE-VENDOR (WS-LATE-CNT).
           COMPUTE WS-LATE-DAYS (WS-LATE-CNT) =
               WS-TODAY-INT - WS-DUE-INT.
           EVALUATE TRUE
               WHEN WS-LATE-DAYS (WS-LATE-CNT) > 30
                   MOVE 1 TO WS-LATE-BUCKET (WS-LATE-CNT)
               WHEN WS-LATE-DAYS (WS-LATE-CNT) > 14
                   MOVE 2 TO WS-LATE-BUCKET (WS-LATE-CNT)
               WHEN WS-LATE-DAYS (WS-LATE-CNT) > 7
                   MOVE 3 TO WS-LATE-BUCKET (WS-LATE-CNT)
               WHEN OTHER
                   MOVE 4 TO WS-LATE-BUCKET (WS-LATE-CNT)
           END-EVALUATE.
           COMPUTE WS-DUE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           MOVE WS-DUE-NUM TO WS-DUE-KEY.
           MOVE SPACES TO WS-LATE-DUE-DATE (WS-LATE-CNT).
           STRING WS-DUE-KEY (5:2) '/' WS-DUE-KEY (7:2) '/'
               WS-DUE-KEY (1:4)
               DELIMITED BY SIZE INTO WS-LATE-DUE-DATE (WS-LATE-CNT).

           SORT-LATE-LINES.
      * Same in-memory bubble sort as the listing reports - oldest
      * bucket first, by vendor within the bucket, longest overdue
      * first within the vendor.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= WS-LATE-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > WS-LATE-CNT - WS-SORT-I
                   IF WS-LATE-BUCKET (WS-SORT-J)
                       > WS-LATE-BUCKET (WS-SORT-J + 1)
                       OR (WS-LATE-BUCKET (WS-SORT-J)
                       = WS-LATE-BUCKET (WS-SORT-J + 1)
                       AND WS-LATE-VENDOR (WS-SORT-J)
                       > WS-LATE-VENDOR (WS-SORT-J + 1))
                       OR (WS-LATE-BUCKET (WS-SORT-J)
                       = WS-LATE-BUCKET (WS-SORT-J + 1)
                       AND WS-LATE-VENDOR (WS-SORT-J)
                       = WS-LATE-VENDOR (WS-SORT-J + 1)
                       AND WS-LATE-DAYS (WS-SORT-J)
                       < WS-LATE-DAYS (WS-SORT-J + 1))
                       MOVE WS-LATE-ROW (WS-SORT-J) TO WS-SWAP-ROW
                       MOVE WS-LATE-ROW (WS-SORT-J + 1)
                           TO WS-LATE-ROW (WS-SORT-J)
                       MOVE WS-SWAP-ROW TO WS-LATE-ROW (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PRINT-EXPEDITE-REPORT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'OPEN-ORDER EXPEDITING REPORT  RUN DATE: '
               WS-RUN-DATE-DISP.
           DISPLAY 'OPEN PO LINES PAST ORDER DATE PLUS VENDOR LEAD'.
           DISPLAY '================================================'.
           MOVE 0 TO WS-LAST-BUCKET.
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
           UNTIL WS-LATE-IX > WS-LATE-CNT
               IF WS-LATE-BUCKET (WS-LATE-IX) NOT = WS-LAST-BUCKET
                   MOVE WS-LATE-BUCKET (WS-LATE-IX) TO WS-LAST-BUCKET
                   DISPLAY ' '
                   DISPLAY 'OVERDUE ' WS-BUCKET-LABEL (WS-LAST-BUCKET)
                   DISPLAY 'PO       ITEM   VENDOR    ORDER   RCVD'
                       '    OPEN  ORDERED    DUE         DAYS'
                   DISPLAY '------------------------------------------'
                       '------------------------------------'
               END-IF
               PERFORM PRINT-ONE-LATE-LINE
           END-PERFORM.
           IF WS-LATE-CNT = 0
               DISPLAY 'NO OPEN PO LINES ARE PAST THEIR LEAD TIME'
           END-IF.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'BUCKET        LINES  OPEN QTY'.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
               MOVE WS-BUCKET-OPEN-QTY (WS-BUCKET-IX) TO WS-QTY-EDIT
               DISPLAY WS-BUCKET-LABEL (WS-BUCKET-IX) ' '
                   WS-BUCKET-LINES (WS-BUCKET-IX) '   ' WS-QTY-EDIT
           END-PERFORM.
           DISPLAY 'OPEN PO LINES:                 ' WS-OPEN-LINE-CNT.
           DISPLAY 'LINES TO EXPEDITE:             ' WS-LATE-CNT.
           IF WS-OFF-MASTER-CNT > 0
               DISPLAY 'LINES FOR VENDORS OFF MASTER:  '
                   WS-OFF-MASTER-CNT
           END-IF.
           IF WS-BAD-DATE-CNT > 0
               DISPLAY 'LINES WITH NO USABLE DATE:     '
                   WS-BAD-DATE-CNT
           END-IF.

           PRINT-ONE-LATE-LINE.
           MOVE WS-LATE-PORD-IX (WS-LATE-IX) TO WS-PORD-SCAN.
           COMPUTE WS-OPEN-QTY = WS-PORD-ORDER-QTY (WS-PORD-SCAN)
               - WS-PORD-RCVD-QTY (WS-PORD-SCAN).
           MOVE WS-LATE-BUCKET (WS-LATE-IX) TO WS-BUCKET-IX.
           ADD 1 TO WS-BUCKET-LINES (WS-BUCKET-IX).
           ADD WS-OPEN-QTY TO WS-BUCKET-OPEN-QTY (WS-BUCKET-IX).
           MOVE WS-PORD-VENDOR (WS-PORD-SCAN) TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           MOVE SPACES TO WS-VENDOR-NOTE.
           IF WS-VEND-ON-FILE = 'N'
               MOVE 'NOT ON MASTER' TO WS-VENDOR-NOTE
           ELSE
               IF WS-VEND-VALID = 'N'
                   MOVE 'VENDOR INACTIVE' TO WS-VENDOR-NOTE
               END-IF
           END-IF.
           MOVE WS-LATE-DAYS (WS-LATE-IX) TO WS-DAYS-EDIT.
           DISPLAY WS-PORD-NUMBER (WS-PORD-SCAN) ' '
               WS-PORD-CODE (WS-PORD-SCAN) ' '
               WS-PORD-VENDOR (WS-PORD-SCAN) '  '
               WS-PORD-ORDER-QTY (WS-PORD-SCAN) '   '
               WS-PORD-RCVD-QTY (WS-PORD-SCAN) '   '
               WS-OPEN-QTY ' '
               WS-PORD-DATE (WS-PORD-SCAN) ' '
               WS-LATE-DUE-DATE (WS-LATE-IX) ' '
               WS-DAYS-EDIT ' ' WS-VENDOR-NOTE.

           COPY DATEFMT.
           COPY SIGNON.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY PORDRSLV.
           COPY PORDLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM EXPEDITE-REPORT.
