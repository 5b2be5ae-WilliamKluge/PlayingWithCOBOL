      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Overdue service work-order report - every EPIC unit
      *          still out with an enchanter past the date it was
      *          promised back, most overdue first, with the vendor
      *          to chase, whose unit it is and what the work was
      *          quoted at.  The foot counts the orders still out
      *          and how many of them are late.  WOVENDOR limits the
      *          report to one vendor's orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-WORK-ORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The work orders to age - see WORDREC/WORDLOAD
           SELECT WORDER-FILE ASSIGN DYNAMIC WS-WORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORDER-STATUS.
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
           FD WORDER-FILE.
           01 WORDER-FILE-REC.
               COPY WORDREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY WORDSTAT.
           COPY WORDNAME.
           COPY WORDWS.
      * One row per overdue order - days late is the sort key, the
      * order row is what gets printed.
           01 WS-LATE-CNT              PIC 9(4) VALUE 0.
           01 WS-LATE-TABLE.
               05 WS-LATE-ROW OCCURS 2000 TIMES.
                   10 WS-LATE-DAYS        PIC 9(5).
                   10 WS-LATE-WORD-IX     PIC 9(4).
           01 WS-SORT-I                PIC 9(4).
           01 WS-SORT-J                PIC 9(4).
           01 WS-SWAP-ROW              PIC X(9).
           01 WS-LATE-IX               PIC 9(4).
           01 WS-FILTER-VENDOR         PIC X(8).
           01 WS-OUT-CNT               PIC 9(4) VALUE 0.
           01 WS-BAD-DATE-CNT          PIC 9(4) VALUE 0.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-LATE-QUOTED           PIC 9(11)V99 VALUE 0.
           01 WS-OWNER-LABEL           PIC X(10).
           01 WS-DAYS-EDIT             PIC ZZZZ9.
           01 WS-QUOTE-EDIT            PIC ZZZZZZ9.99.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'OVERDUE-WORK-ORDERS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           ACCEPT WS-FILTER-VENDOR FROM ENVIRONMENT 'WOVENDOR'.
           MOVE FUNCTION UPPER-CASE (WS-FILTER-VENDOR)
               TO WS-FILTER-VENDOR.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               IF WS-WORD-STATUS (WS-WORD-SCAN) = 'O'
                   AND (WS-FILTER-VENDOR = SPACES
                   OR WS-WORD-VENDOR (WS-WORD-SCAN)
                       = WS-FILTER-VENDOR)
                   PERFORM AGE-ONE-WORK-ORDER
               END-IF
           END-PERFORM.
           PERFORM SORT-LATE-ORDERS.
           PERFORM PRINT-OVERDUE-REPORT.
           INITIALIZE WS-RUNS.
           MOVE WS-WORD-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
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

           AGE-ONE-WORK-ORDER.
           ADD 1 TO WS-OUT-CNT.
           MOVE WS-WORD-PROMISED (WS-WORD-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
      * An order with no usable promise can never be shown late -
      * list it so somebody puts a date on it.
           IF WS-DATE-OK = 'N'
               DISPLAY 'WORK ORDER WITH NO USABLE PROMISED DATE: '
                   WS-WORD-NUMBER (WS-WORD-SCAN) ' '
                   WS-WORD-PROMISED (WS-WORD-SCAN)
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT NOT < WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LATE-CNT.
           MOVE WS-WORD-SCAN TO WS-LATE-WORD-IX (WS-LATE-CNT).
           COMPUTE WS-LATE-DAYS (WS-LATE-CNT) =
               WS-TODAY-INT - WS-DATE-INT.

           SORT-LATE-ORDERS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= WS-LATE-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > WS-LATE-CNT - WS-SORT-I
                   IF WS-LATE-DAYS (WS-SORT-J)
                       < WS-LATE-DAYS (WS-SORT-J + 1)
                       MOVE WS-LATE-ROW (WS-SORT-J) TO WS-SWAP-ROW
                       MOVE WS-LATE-ROW (WS-SORT-J + 1)
                           TO WS-LATE-ROW (WS-SORT-J)
                       MOVE WS-SWAP-ROW TO WS-LATE-ROW (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PRINT-OVERDUE-REPORT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'OVERDUE SERVICE WORK ORDERS  RUN DATE: '
               WS-RUN-DATE-DISP.
           IF WS-FILTER-VENDOR NOT = SPACES
               DISPLAY 'VENDOR: ' WS-FILTER-VENDOR
           END-IF.
           DISPLAY '================================================'.
           DISPLAY 'ORDER    ITEM   SERIAL       VENDOR   OWNER     '
               ' W SENT       PROMISED    LATE     QUOTED'.
           DISPLAY '------------------------------------------'
               '---------------------------------------------'.
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
           UNTIL WS-LATE-IX > WS-LATE-CNT
               PERFORM PRINT-ONE-LATE-ORDER
           END-PERFORM.
           IF WS-LATE-CNT = 0
               DISPLAY 'NO WORK ORDERS ARE PAST THEIR PROMISED DATE'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'WORK ORDERS OUT:               ' WS-OUT-CNT.
           DISPLAY 'PAST PROMISED DATE:            ' WS-LATE-CNT.
           MOVE WS-LATE-QUOTED TO WS-VALUE-EDIT.
           DISPLAY 'QUOTED ON LATE ORDERS: ' WS-VALUE-EDIT.
           IF WS-BAD-DATE-CNT > 0
               DISPLAY 'ORDERS WITH NO USABLE DATE:    '
                   WS-BAD-DATE-CNT
           END-IF.

           PRINT-ONE-LATE-ORDER.
           MOVE WS-LATE-WORD-IX (WS-LATE-IX) TO WS-WORD-SCAN.
           IF WS-WORD-OWNER (WS-WORD-SCAN) = 'C'
               MOVE WS-WORD-CUSTOMER (WS-WORD-SCAN) TO WS-OWNER-LABEL
           ELSE
               MOVE 'SHOP' TO WS-OWNER-LABEL
           END-IF.
           ADD WS-WORD-QUOTED (WS-WORD-SCAN) TO WS-LATE-QUOTED.
           MOVE WS-LATE-DAYS (WS-LATE-IX) TO WS-DAYS-EDIT.
           MOVE WS-WORD-QUOTED (WS-WORD-SCAN) TO WS-QUOTE-EDIT.
           DISPLAY WS-WORD-NUMBER (WS-WORD-SCAN) ' '
               WS-WORD-CODE (WS-WORD-SCAN) ' '
               WS-WORD-SERIAL (WS-WORD-SCAN) ' '
               WS-WORD-VENDOR (WS-WORD-SCAN) ' '
               WS-OWNER-LABEL ' '
               WS-WORD-TYPE (WS-WORD-SCAN) ' '
               WS-WORD-OPEN-DATE (WS-WORD-SCAN) ' '
               WS-WORD-PROMISED (WS-WORD-SCAN) ' '
               WS-DAYS-EDIT ' ' WS-QUOTE-EDIT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY WORDRSLV.
           COPY WORDLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM OVERDUE-WORK-ORDERS.
