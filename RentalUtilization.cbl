      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly rental utilization report - for every item
      *          with rental activity in the month, the rentals
      *          started, the unit-days its stock spent on hire
      *          within the month, what share of the item's stock-
      *          days that is (unit-days over quantity on hand times
      *          the days in the month - units on hire stay on hand),
      *          and the rental income on the returns taken in the
      *          month, hire fees and forfeited deposits apart.  A
      *          rental still out counts its days up to today.  Ad
      *          hoc, run after month end the way the consignment
      *          settlement is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAL-UTILIZATION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The rentals to measure - see RENTREC/RENTLOAD
           SELECT RENTAL-FILE ASSIGN DYNAMIC WS-RENTAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-STATUS.
      * The catalog, for each item's name and quantity on hand -
      * ITEMFILE env var as usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
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
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY RENTSTAT.
           COPY RENTNAME.
           COPY RENTWS.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-FOUND-IX              PIC 9(4).
           01 WS-EOF                   PIC A(1).
      * Per-item utilization sums, in order of first appearance on
      * the rental file.
           01 WS-UTIL-CNT              PIC 9(4) VALUE 0.
           01 WS-UTIL-TABLE.
               05 WS-UTIL-ROW OCCURS 1000 TIMES.
                   10 WS-UT-CODE          PIC X(6).
                   10 WS-UT-STARTED       PIC 9(5).
                   10 WS-UT-UNIT-DAYS     PIC 9(9).
                   10 WS-UT-FEES          PIC 9(11)V99.
                   10 WS-UT-FORFEITS      PIC 9(11)V99.
           01 WS-UTIL-CAPACITY         PIC 9(4) VALUE 1000.
           01 WS-UTIL-DROPPED          PIC 9(4) VALUE 0.
           01 WS-UT-IX                 PIC 9(4).
           01 WS-UTIL-SCAN             PIC 9(4).
      * RENTPERIOD (YYYYMM) picks the month - the current month when
      * unset, so a run on the first of the month wants it set to
      * the month just closed.
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-PERIOD-START-INT      PIC 9(7).
           01 WS-PERIOD-END-INT        PIC 9(7).
           01 WS-PERIOD-DAYS           PIC 9(3).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
      * One rental's days on hire - out day inclusive, return day
      * exclusive, clipped to the month.
           01 WS-HIRE-START-INT        PIC 9(7).
           01 WS-HIRE-END-INT          PIC 9(7).
           01 WS-OVERLAP-DAYS          PIC S9(7).
           01 WS-RENT-IN-PERIOD        PIC 9(5) VALUE 0.
           01 WS-BAD-DATE-CNT          PIC 9(5) VALUE 0.
           01 WS-STOCK-DAYS            PIC 9(9).
           01 WS-UTIL-PCT              PIC 9(5)V9.
           01 WS-TOTAL-STARTED         PIC 9(7) VALUE 0.
           01 WS-TOTAL-UNIT-DAYS       PIC 9(9) VALUE 0.
           01 WS-TOTAL-FEES            PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-FORFEITS        PIC 9(11)V99 VALUE 0.
           01 WS-ITEM-NAME-OUT         PIC X(20).
           01 WS-ON-HAND-OUT           PIC 9(5).
           01 WS-QTY-EDIT              PIC ZZZZ9.
           01 WS-DAYS-EDIT             PIC ZZZZZZZZ9.
           01 WS-PCT-EDIT              PIC ZZZZ9.9.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'RENTAL-UTILIZATION' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-UTIL-PARAMETERS.
           INITIALIZE WS-UTIL-TABLE.
      * The rental session rewrites the file under the exclusive
      * enqueue - read it and the catalog under the shared one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-RENTALS.
           PERFORM LOAD-CATALOG-ITEMS.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               PERFORM MEASURE-ONE-RENTAL
           END-PERFORM.
           PERFORM PRINT-UTILIZATION.
           INITIALIZE WS-RUNS.
           MOVE WS-RENT-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-BAD-DATE-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-UTIL-PARAMETERS.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'RENTPERIOD'.
           IF WS-PERIOD-IN = SPACES
               STRING WS-CURR-YYYY WS-CURR-MM
                   DELIMITED BY SIZE INTO WS-PERIOD-IN
               DISPLAY 'RENTPERIOD NOT SET - MEASURING THE CURRENT '
                   'MONTH ' WS-PERIOD-IN
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'RENTPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
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
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

           LOAD-CATALOG-ITEMS.
           PERFORM RESOLVE-ITEM-FILENAME.
           OPEN INPUT ITEM.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
                           AND WS-REC-CNT < 5000
                           ADD 1 TO WS-REC-CNT
                           MOVE ITEM-CODE OF WS-ITEM
                               TO WS-ITEM-CODE (WS-REC-CNT)
                           MOVE ITEM-NAME OF WS-ITEM
                               TO WS-ITEM-NAME (WS-REC-CNT)
                           MOVE ITEM-CATEGORY OF WS-ITEM
                               TO WS-ITEM-CATEGORY (WS-REC-CNT)
                           MOVE ITEM-GOLD-VALUE OF WS-ITEM
                               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                           MOVE ITEM-QTY-ON-HAND OF WS-ITEM
                               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                           MOVE ITEM-LIFECYCLE OF WS-ITEM
                               TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM.

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

           MEASURE-ONE-RENTAL.
           MOVE WS-RENT-OUT-DATE (WS-RENT-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'RENTAL WITH NO USABLE OUT DATE: '
                   WS-RENT-NUMBER (WS-RENT-SCAN) ' '
                   WS-RENT-OUT-DATE (WS-RENT-SCAN)
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-HIRE-START-INT.
      * Still out runs to today; a same-day return still had the
      * units out for the one day it is charged.
           IF WS-RENT-STATUS (WS-RENT-SCAN) = 'R'
               MOVE WS-RENT-RETURN-DATE (WS-RENT-SCAN) TO WS-DATE-IN
               PERFORM CONVERT-DATE-IN
               IF WS-DATE-OK = 'N'
                   DISPLAY 'RETURNED RENTAL WITH NO USABLE RETURN '
                       'DATE: ' WS-RENT-NUMBER (WS-RENT-SCAN)
                   ADD 1 TO WS-BAD-DATE-CNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-INT TO WS-HIRE-END-INT
           ELSE
               COMPUTE WS-HIRE-END-INT = WS-TODAY-INT + 1
           END-IF.
           IF WS-HIRE-END-INT NOT > WS-HIRE-START-INT
               COMPUTE WS-HIRE-END-INT = WS-HIRE-START-INT + 1
           END-IF.
           IF WS-HIRE-START-INT > WS-PERIOD-END-INT
               OR WS-HIRE-END-INT NOT > WS-PERIOD-START-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RENT-IN-PERIOD.
           PERFORM FIND-UTIL-ROW.
           IF WS-UT-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIRE-START-INT NOT < WS-PERIOD-START-INT
               ADD 1 TO WS-UT-STARTED (WS-UT-IX)
           END-IF.
           IF WS-HIRE-START-INT < WS-PERIOD-START-INT
               MOVE WS-PERIOD-START-INT TO WS-HIRE-START-INT
           END-IF.
           IF WS-HIRE-END-INT > WS-PERIOD-END-INT + 1
               COMPUTE WS-HIRE-END-INT = WS-PERIOD-END-INT + 1
           END-IF.
           COMPUTE WS-OVERLAP-DAYS =
               WS-HIRE-END-INT - WS-HIRE-START-INT.
           IF WS-OVERLAP-DAYS > 0
               COMPUTE WS-UT-UNIT-DAYS (WS-UT-IX) =
                   WS-UT-UNIT-DAYS (WS-UT-IX)
                   + WS-OVERLAP-DAYS * WS-RENT-QTY (WS-RENT-SCAN)
           END-IF.
      * Income belongs to the month the rental came back in.
           IF WS-RENT-STATUS (WS-RENT-SCAN) = 'R'
               AND WS-DATE-INT NOT < WS-PERIOD-START-INT
               AND WS-DATE-INT NOT > WS-PERIOD-END-INT
               ADD WS-RENT-CHARGE (WS-RENT-SCAN)
                   TO WS-UT-FEES (WS-UT-IX)
               ADD WS-RENT-FORFEIT (WS-RENT-SCAN)
                   TO WS-UT-FORFEITS (WS-UT-IX)
           END-IF.

           FIND-UTIL-ROW.
      * The rental's item to its sums row in WS-UT-IX, adding one the
      * first time the item is seen - zero when the table is full.
           MOVE 0 TO WS-UT-IX.
           PERFORM VARYING WS-UTIL-SCAN FROM 1 BY 1
           UNTIL WS-UTIL-SCAN > WS-UTIL-CNT OR WS-UT-IX > 0
               IF WS-UT-CODE (WS-UTIL-SCAN)
                   = WS-RENT-CODE (WS-RENT-SCAN)
                   MOVE WS-UTIL-SCAN TO WS-UT-IX
               END-IF
           END-PERFORM.
           IF WS-UT-IX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-UTIL-CNT NOT < WS-UTIL-CAPACITY
               ADD 1 TO WS-UTIL-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UTIL-CNT.
           MOVE WS-UTIL-CNT TO WS-UT-IX.
           MOVE WS-RENT-CODE (WS-RENT-SCAN) TO WS-UT-CODE (WS-UT-IX).

           PRINT-UTILIZATION.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'RENTAL UTILIZATION  PERIOD: ' WS-PERIOD-IN
               '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'ITEM   NAME                 ON HAND RENTALS '
               'UNIT-DAYS  UTIL%       HIRE FEES    FORFEITS'.
           DISPLAY '------------------------------------------'
               '---------------------------------------------'.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
           UNTIL WS-UT-IX > WS-UTIL-CNT
               PERFORM PRINT-ONE-ITEM-UTIL
           END-PERFORM.
           IF WS-UTIL-CNT = 0
               DISPLAY 'NO RENTAL ACTIVITY IN THE PERIOD'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RENTALS ACTIVE IN PERIOD:      ' WS-RENT-IN-PERIOD.
           DISPLAY 'RENTALS STARTED IN PERIOD:     ' WS-TOTAL-STARTED.
           MOVE WS-TOTAL-UNIT-DAYS TO WS-DAYS-EDIT.
           DISPLAY 'UNIT-DAYS ON HIRE:             ' WS-DAYS-EDIT.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-EDIT.
           DISPLAY 'HIRE FEES:          ' WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-FORFEITS TO WS-AMOUNT-EDIT.
           DISPLAY 'DEPOSITS FORFEITED: ' WS-AMOUNT-EDIT.
           IF WS-BAD-DATE-CNT > 0
               DISPLAY 'RENTALS WITH NO USABLE DATE:   '
                   WS-BAD-DATE-CNT
           END-IF.
           IF WS-UTIL-DROPPED > 0
               DISPLAY 'ITEMS BEYOND REPORT CAPACITY:  '
                   WS-UTIL-DROPPED
           END-IF.

           PRINT-ONE-ITEM-UTIL.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-UT-CODE (WS-UT-IX)
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.
      * An item since purged from the catalog still shows its
      * activity and income, with no stock to measure against.
           IF WS-FOUND-IX = 0
               MOVE '(NOT ON CATALOG)' TO WS-ITEM-NAME-OUT
               MOVE 0 TO WS-ON-HAND-OUT
           ELSE
               MOVE WS-ITEM-NAME (WS-FOUND-IX) TO WS-ITEM-NAME-OUT
               MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   TO WS-ON-HAND-OUT
           END-IF.
           COMPUTE WS-STOCK-DAYS = WS-ON-HAND-OUT * WS-PERIOD-DAYS.
           IF WS-STOCK-DAYS > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-UT-UNIT-DAYS (WS-UT-IX) * 100 / WS-STOCK-DAYS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF.
           ADD WS-UT-STARTED (WS-UT-IX) TO WS-TOTAL-STARTED.
           ADD WS-UT-UNIT-DAYS (WS-UT-IX) TO WS-TOTAL-UNIT-DAYS.
           ADD WS-UT-FEES (WS-UT-IX) TO WS-TOTAL-FEES.
           ADD WS-UT-FORFEITS (WS-UT-IX) TO WS-TOTAL-FORFEITS.
           MOVE WS-UT-STARTED (WS-UT-IX) TO WS-QTY-EDIT.
           MOVE WS-UT-UNIT-DAYS (WS-UT-IX) TO WS-DAYS-EDIT.
           MOVE WS-UTIL-PCT TO WS-PCT-EDIT.
           MOVE WS-UT-FEES (WS-UT-IX) TO WS-AMOUNT-EDIT.
           DISPLAY WS-UT-CODE (WS-UT-IX) ' ' WS-ITEM-NAME-OUT ' '
               WS-ON-HAND-OUT '   ' WS-QTY-EDIT ' ' WS-DAYS-EDIT ' '
               WS-PCT-EDIT ' ' WS-AMOUNT-EDIT WITH NO ADVANCING.
           MOVE WS-UT-FORFEITS (WS-UT-IX) TO WS-AMOUNT-EDIT.
           DISPLAY WS-AMOUNT-EDIT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY RENTRSLV.
           COPY RENTLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM RENTAL-UTILIZATION.
