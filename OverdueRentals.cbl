      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Overdue rental report - every rental still out past
      *          its due date, most overdue first, with the renter to
      *          chase, the deposit held and the fee running up.  A
      *          rental already past the grace period is flagged
      *          DEPOSIT FORFEIT - its deposit will be kept when it
      *          comes back (RENTGRACEDAYS, see RENTLOAD).  The foot
      *          counts the rentals out, how many are late and the
      *          deposits at stake.  RENTCUSTOMER limits the report
      *          to one renter's rentals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-RENTALS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The rentals to age - see RENTREC/RENTLOAD
           SELECT RENTAL-FILE ASSIGN DYNAMIC WS-RENTAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-STATUS.
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
           FD RENTAL-FILE.
           01 RENTAL-FILE-REC.
               COPY RENTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY RENTSTAT.
           COPY RENTNAME.
           COPY RENTWS.
      * One row per overdue rental - days late is the sort key, the
      * rental row is what gets printed.
           01 WS-LATE-CNT              PIC 9(4) VALUE 0.
           01 WS-LATE-TABLE.
               05 WS-LATE-ROW OCCURS 3000 TIMES.
                   10 WS-LATE-DAYS        PIC 9(5).
                   10 WS-LATE-RENT-IX     PIC 9(4).
           01 WS-SORT-I                PIC 9(4).
           01 WS-SORT-J                PIC 9(4).
           01 WS-SWAP-ROW              PIC X(9).
           01 WS-LATE-IX               PIC 9(4).
           01 WS-FILTER-CUSTOMER       PIC X(10).
           01 WS-OUT-CNT               PIC 9(4) VALUE 0.
           01 WS-FORFEIT-CNT           PIC 9(4) VALUE 0.
           01 WS-BAD-DATE-CNT          PIC 9(4) VALUE 0.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-LATE-DEPOSITS         PIC 9(11)V99 VALUE 0.
           01 WS-FORFEIT-DEPOSITS      PIC 9(11)V99 VALUE 0.
           01 WS-FLAG-LABEL            PIC X(15).
           01 WS-DAYS-EDIT             PIC ZZZZ9.
           01 WS-DEPOSIT-EDIT          PIC ZZZZZZ9.99.
           01 WS-FEE-EDIT              PIC ZZZZZZ9.99.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'OVERDUE-RENTALS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           ACCEPT WS-FILTER-CUSTOMER FROM ENVIRONMENT 'RENTCUSTOMER'.
           MOVE FUNCTION UPPER-CASE (WS-FILTER-CUSTOMER)
               TO WS-FILTER-CUSTOMER.
           PERFORM RESOLVE-RENTAL-GRACE.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-RENTALS.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               IF WS-RENT-STATUS (WS-RENT-SCAN) = 'O'
                   AND (WS-FILTER-CUSTOMER = SPACES
                   OR WS-RENT-CUSTOMER (WS-RENT-SCAN)
                       = WS-FILTER-CUSTOMER)
                   PERFORM AGE-ONE-RENTAL
               END-IF
           END-PERFORM.
           PERFORM SORT-LATE-RENTALS.
           PERFORM PRINT-OVERDUE-REPORT.
           INITIALIZE WS-RUNS.
           MOVE WS-RENT-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
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

           AGE-ONE-RENTAL.
           ADD 1 TO WS-OUT-CNT.
           MOVE WS-RENT-DUE-DATE (WS-RENT-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
      * A rental with no usable due date can never be shown late -
      * list it so somebody puts a date on it.
           IF WS-DATE-OK = 'N'
               DISPLAY 'RENTAL WITH NO USABLE DUE DATE: '
                   WS-RENT-NUMBER (WS-RENT-SCAN) ' '
                   WS-RENT-DUE-DATE (WS-RENT-SCAN)
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT NOT < WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LATE-CNT.
           MOVE WS-RENT-SCAN TO WS-LATE-RENT-IX (WS-LATE-CNT).
           COMPUTE WS-LATE-DAYS (WS-LATE-CNT) =
               WS-TODAY-INT - WS-DATE-INT.

           SORT-LATE-RENTALS.
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
           DISPLAY 'OVERDUE RENTALS  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY 'GRACE DAYS BEFORE DEPOSIT FORFEIT: '
               WS-RENT-GRACE-DAYS.
           IF WS-FILTER-CUSTOMER NOT = SPACES
               DISPLAY 'RENTER: ' WS-FILTER-CUSTOMER
           END-IF.
           DISPLAY '================================================'.
           DISPLAY 'RENTAL   ITEM    QTY SERIAL       RENTER     '
               'DUE         LATE    DEPOSIT    PER DAY'.
           DISPLAY '------------------------------------------'
               '---------------------------------------------'.
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
           UNTIL WS-LATE-IX > WS-LATE-CNT
               PERFORM PRINT-ONE-LATE-RENTAL
           END-PERFORM.
           IF WS-LATE-CNT = 0
               DISPLAY 'NO RENTALS ARE PAST THEIR DUE DATE'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RENTALS OUT:                   ' WS-OUT-CNT.
           DISPLAY 'PAST DUE DATE:                 ' WS-LATE-CNT.
           DISPLAY 'PAST GRACE - DEPOSIT FORFEIT:  ' WS-FORFEIT-CNT.
           MOVE WS-LATE-DEPOSITS TO WS-VALUE-EDIT.
           DISPLAY 'DEPOSITS ON LATE RENTALS: ' WS-VALUE-EDIT.
           MOVE WS-FORFEIT-DEPOSITS TO WS-VALUE-EDIT.
           DISPLAY 'DEPOSITS TO BE FORFEITED: ' WS-VALUE-EDIT.
           IF WS-BAD-DATE-CNT > 0
               DISPLAY 'RENTALS WITH NO USABLE DATE:   '
                   WS-BAD-DATE-CNT
           END-IF.

           PRINT-ONE-LATE-RENTAL.
           MOVE WS-LATE-RENT-IX (WS-LATE-IX) TO WS-RENT-SCAN.
           ADD WS-RENT-DEPOSIT (WS-RENT-SCAN) TO WS-LATE-DEPOSITS.
           MOVE SPACES TO WS-FLAG-LABEL.
           IF WS-LATE-DAYS (WS-LATE-IX) > WS-RENT-GRACE-DAYS
               MOVE 'DEPOSIT FORFEIT' TO WS-FLAG-LABEL
               ADD 1 TO WS-FORFEIT-CNT
               ADD WS-RENT-DEPOSIT (WS-RENT-SCAN)
                   TO WS-FORFEIT-DEPOSITS
           END-IF.
           MOVE WS-LATE-DAYS (WS-LATE-IX) TO WS-DAYS-EDIT.
           MOVE WS-RENT-DEPOSIT (WS-RENT-SCAN) TO WS-DEPOSIT-EDIT.
           MOVE WS-RENT-DAILY-FEE (WS-RENT-SCAN) TO WS-FEE-EDIT.
           DISPLAY WS-RENT-NUMBER (WS-RENT-SCAN) ' '
               WS-RENT-CODE (WS-RENT-SCAN) ' '
               WS-RENT-QTY (WS-RENT-SCAN) ' '
               WS-RENT-SERIAL (WS-RENT-SCAN) ' '
               WS-RENT-CUSTOMER (WS-RENT-SCAN) ' '
               WS-RENT-DUE-DATE (WS-RENT-SCAN) ' '
               WS-DAYS-EDIT ' ' WS-DEPOSIT-EDIT ' ' WS-FEE-EDIT ' '
               WS-FLAG-LABEL.

           COPY DATEFMT.
           COPY SIGNON.
           COPY RENTRSLV.
           COPY RENTLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM OVERDUE-RENTALS.
