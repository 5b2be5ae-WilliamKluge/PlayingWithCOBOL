      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: ABC classification and the daily cycle-count
      *          schedule - ranks every catalog item by annual usage
      *          value (issues, sales and kit consumption off the
      *          movement history over a trailing year, valued at
      *          the weighted-average cost from the costing ledger)
      *          into A, B and C classes, keeps the count schedule
      *          of when each item was last listed and last counted,
      *          writes today's count sheet of the items due (A
      *          monthly, B quarterly, C yearly) grouped by stocking
      *          location in the layout CYCLE-COUNT-RECONCILE reads,
      *          and prints the per-class coverage the auditors ask
      *          for.
      * Tectonics: cobc
      * Modified: 2026-10-15 - EPIC serials go on the sheet under the
      *           location the serial register places them at.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-COUNT-SCHEDULE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The catalog we rank - ITEMFILE env var as usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * The permanent movement history - MOVEHISTFILE env var (see
      * MHSTRSLV)
           SELECT MHIST-FILE ASSIGN DYNAMIC WS-MHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHIST-STATUS.
      * The weighted-average costing ledger usage is valued at - see
      * COSTREC/COSTLOAD
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * Per-location stock balances the sheet is grouped by - see
      * LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Serial-number register - EPIC items go on the sheet one
      * held serial per line (see SERREC/SERLOAD)
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * The count schedule this run ranks and lists from - see
      * CSCHREC/CSCHLOAD
           SELECT CSCH-FILE ASSIGN DYNAMIC WS-CSCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSCH-STATUS.
      * Today's count sheet - COUNTFILE env var, defaults to
      * cyclecount.txt, the same file CYCLE-COUNT-RECONCILE reads
      * back once the floor has filled the quantities in
           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD MHIST-FILE.
           01 MHIST-FILE-REC.
               COPY MHSTREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD CSCH-FILE.
           01 CSCH-FILE-REC.
               COPY CSCHREC.
           FD COUNT-FILE.
           01 COUNT-FILE-REC.
               COPY CCNTREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           COPY MHSTWS.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
           COPY CSCHWS.
           01 WS-COUNT-FILENAME        PIC X(100).
           01 WS-COUNT-STATUS          PIC X(2).
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
      * Catalog capacity matches the OCCURS bound in ITEMTAB - a
      * catalog that overflows it is refused rather than ranked
      * short, or the dropped items would never be scheduled.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY DATESTAMP.
           01 WS-TABLE-INDEX           PIC 9(4).
           01 WS-FOUND-IX              PIC 9(4).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Per-item ranking work, parallel to the catalog table - the
      * usage quantity in the window, its annualised value at cost,
      * the class it ranked into, and whether it is due today.
           01 WS-ABC-ROWS.
               05 WS-ABC-ROW OCCURS 5000 TIMES.
                   10 WS-ABC-QTY          PIC 9(7).
                   10 WS-ABC-VALUE        PIC 9(9)V99.
                   10 WS-ABC-CLASS        PIC X(1).
                   10 WS-ABC-RANKED       PIC A(1).
                   10 WS-ABC-DUE          PIC A(1).
                   10 WS-ABC-SCH-IX       PIC 9(4).
      * The classification's knobs - ABCWINDOW days of history
      * (annualised when shorter than a year), and the cumulative
      * share of usage value the A and B classes take between them,
      * ABCAPCT and ABCBPCT.  The classic 80/95 split by default.
           01 WS-WINDOW-DAYS           PIC 9(3) VALUE 365.
           01 WS-A-CUT-PCT             PIC 9(3)V99 VALUE 80.
           01 WS-B-CUT-PCT             PIC 9(3)V99 VALUE 95.
           01 WS-PARM-IN               PIC X(6).
      * Count targets in days per class - monthly, quarterly,
      * yearly.
           01 WS-A-INTERVAL            PIC 9(3) VALUE 30.
           01 WS-B-INTERVAL            PIC 9(3) VALUE 91.
           01 WS-C-INTERVAL            PIC 9(3) VALUE 365.
           01 WS-INTERVAL              PIC 9(3).
      * Date arithmetic - history rows and schedule dates come in
      * as MM/DD/YYYY and compare as day numbers.
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(8).
           01 WS-TODAY-INT             PIC 9(8).
           01 WS-CUTOFF-INT            PIC 9(8).
           01 WS-DAYS-SINCE            PIC 9(8).
           01 WS-HIST-READ-CNT         PIC 9(7) VALUE 0.
           01 WS-HIST-USED-CNT         PIC 9(7) VALUE 0.
      * Ranking totals - the cumulative value already ranked decides
      * the class of the next item down the list.
           01 WS-UNIT-COST             PIC 9(7)V99.
           01 WS-TOTAL-VALUE           PIC 9(11)V99 VALUE 0.
           01 WS-CUM-VALUE             PIC 9(11)V99 VALUE 0.
           01 WS-A-CUT-VALUE           PIC 9(11)V99.
           01 WS-B-CUT-VALUE           PIC 9(11)V99.
           01 WS-BEST-IX               PIC 9(4).
           01 WS-BEST-VALUE            PIC 9(9)V99.
           01 WS-RANK-DONE             PIC A(1).
      * Per-class tallies for the coverage report, subscripted 1-3
      * for A, B and C.
           01 WS-CLASS-IX              PIC 9(1).
           01 WS-CLASS-TABLE.
               05 WS-CLS-ROW OCCURS 3 TIMES.
                   10 WS-CLS-CODE         PIC X(1).
                   10 WS-CLS-TARGET       PIC X(9).
                   10 WS-CLS-ITEMS        PIC 9(5).
                   10 WS-CLS-VALUE        PIC 9(11)V99.
                   10 WS-CLS-ON-SCHED     PIC 9(5).
                   10 WS-CLS-OVERDUE      PIC 9(5).
                   10 WS-CLS-NEVER        PIC 9(5).
                   10 WS-CLS-DUE          PIC 9(5).
           01 WS-COVER-PCT             PIC 9(3)V9.
           01 WS-COVER-PCT-EDIT        PIC ZZ9.9.
           01 WS-A-CUT-EDIT            PIC ZZ9.99.
           01 WS-B-CUT-EDIT            PIC ZZ9.99.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
      * Today's sheet, built before it is written so it can go out
      * grouped by location - one row per item and location, or per
      * held serial for EPIC items.
           01 WS-SHT-CNT               PIC 9(4) VALUE 0.
           01 WS-SHEET-ROWS.
               03 WS-SHT-ROW OCCURS 9999 TIMES.
                   05 WS-SHT-LOC          PIC X(4).
                   05 WS-SHT-CODE         PIC X(6).
                   05 WS-SHT-SERIAL       PIC X(12).
           01 WS-SHT-CAPACITY          PIC 9(4) VALUE 9999.
           01 WS-SHT-DROPPED           PIC 9(4) VALUE 0.
           01 WS-SHT-SCAN              PIC 9(4).
           01 WS-SHT-LINES-ADDED       PIC 9(4).
           01 WS-ADD-LOC               PIC X(4).
           01 WS-ADD-SERIAL            PIC X(12).
           01 WS-EPIC-LOC              PIC X(4).
           01 WS-EPIC-LOC-QTY          PIC 9(5).
      * The distinct locations on today's sheet, in the order they
      * print - alphabetical, with whole-shop (blank) lines last.
           01 WS-SLOC-CNT              PIC 9(2) VALUE 0.
           01 WS-SHEET-LOCS.
               03 WS-SLOC-ROW OCCURS 50 TIMES.
                   05 WS-SLOC-CODE        PIC X(4).
                   05 WS-SLOC-LINES       PIC 9(5).
           01 WS-SLOC-CAPACITY         PIC 9(2) VALUE 50.
           01 WS-SLOC-SCAN             PIC 9(2).
           01 WS-SLOC-IX               PIC 9(2).
           01 WS-SLOC-HOLD             PIC X(4).
           01 WS-SLOC-HOLD-LINES       PIC 9(5).
           01 WS-SLOC-FOUND            PIC A(1).
           01 WS-SWAPPED               PIC A(1).
           01 WS-LINES-WRITTEN         PIC 9(5) VALUE 0.
           01 WS-ITEMS-SHEETED         PIC 9(5) VALUE 0.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'ABC-COUNT-SCHEDULE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ABC-PARMS.
           PERFORM RESOLVE-ITEM-FILENAME.
      * Shared for the whole run - the schedule rewrite at the end
      * must not cross a cycle count stamping the same file.
           PERFORM TAKE-SHARED-LOCK.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           PERFORM LOAD-CATALOG.
           CLOSE ITEM.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'CATALOG NOT CLASSIFIED - ' WS-ROWS-DROPPED
                   ' ROWS WERE DROPPED ON LOAD FOR EXCEEDING CAPACITY'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-COST-LEDGER.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM LOAD-COUNT-SCHEDULE.
           PERFORM SET-ABC-TODAY.
           PERFORM SUM-ANNUAL-USAGE.
           PERFORM VALUE-ANNUAL-USAGE.
           PERFORM RANK-ITEMS-ABC.
           PERFORM UPDATE-SCHEDULE-CLASSES.
           PERFORM PICK-ITEMS-DUE.
           PERFORM BUILD-COUNT-SHEET.
           PERFORM WRITE-COUNT-SHEET.
           PERFORM REWRITE-COUNT-SCHEDULE.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-COVERAGE-REPORT.
           PERFORM WRITE-ABC-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-ABC-PARMS.
           ACCEPT WS-PARM-IN FROM ENVIRONMENT 'ABCWINDOW'.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL (WS-PARM-IN)
           END-IF.
           IF WS-WINDOW-DAYS = 0
               MOVE 365 TO WS-WINDOW-DAYS
           END-IF.
           ACCEPT WS-PARM-IN FROM ENVIRONMENT 'ABCAPCT'.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-A-CUT-PCT = FUNCTION NUMVAL (WS-PARM-IN)
           END-IF.
           ACCEPT WS-PARM-IN FROM ENVIRONMENT 'ABCBPCT'.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-B-CUT-PCT = FUNCTION NUMVAL (WS-PARM-IN)
           END-IF.
      * A B cut below the A cut would leave no B class at all -
      * hold the pair to the house split instead.
           IF WS-A-CUT-PCT = 0 OR WS-A-CUT-PCT > 100
               OR WS-B-CUT-PCT < WS-A-CUT-PCT OR WS-B-CUT-PCT > 100
               DISPLAY 'ABC CUTS OUT OF ORDER - USING 80/95'
               MOVE 80 TO WS-A-CUT-PCT
               MOVE 95 TO WS-B-CUT-PCT
           END-IF.
           ACCEPT WS-COUNT-FILENAME FROM ENVIRONMENT 'COUNTFILE'.
           IF WS-COUNT-FILENAME = SPACES
               MOVE 'cyclecount.txt' TO WS-COUNT-FILENAME
           END-IF.

           LOAD-CATALOG.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
                           IF WS-REC-CNT < WS-CATALOG-CAPACITY
                               ADD 1 TO WS-REC-CNT
                               MOVE ITEM-CODE        OF WS-ITEM
                                   TO WS-ITEM-CODE (WS-REC-CNT)
                               MOVE ITEM-NAME        OF WS-ITEM
                                   TO WS-ITEM-NAME (WS-REC-CNT)
                               MOVE ITEM-CATEGORY    OF WS-ITEM
                                   TO WS-ITEM-CATEGORY (WS-REC-CNT)
                               MOVE ITEM-GOLD-VALUE  OF WS-ITEM
                                   TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                               MOVE ITEM-QTY-ON-HAND OF WS-ITEM
                                   TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                               MOVE ITEM-LIFECYCLE   OF WS-ITEM
                                   TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                               MOVE 0 TO WS-ABC-QTY (WS-REC-CNT)
                               MOVE 0 TO WS-ABC-VALUE (WS-REC-CNT)
                               MOVE 'C' TO WS-ABC-CLASS (WS-REC-CNT)
                               MOVE 'N' TO WS-ABC-RANKED (WS-REC-CNT)
                               MOVE 'N' TO WS-ABC-DUE (WS-REC-CNT)
                               MOVE 0 TO WS-ABC-SCH-IX (WS-REC-CNT)
                           ELSE
                               ADD 1 TO WS-ROWS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SET-ABC-TODAY.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-WINDOW-DAYS.

           CONVERT-DATE-IN.
      * WS-DATE-IN (MM/DD/YYYY) to a day number in WS-DATE-INT.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-DATE-IN (7:4) WS-DATE-IN (1:2) WS-DATE-IN (4:2)
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).

           SUM-ANNUAL-USAGE.
           PERFORM RESOLVE-MHIST-FILENAME.
           OPEN INPUT MHIST-FILE.
      * No history yet is not a failure - every item simply ranks C
      * until there is usage to rank on.
           IF WS-MHIST-STATUS = '35'
               DISPLAY 'NO MOVEMENT HISTORY ON FILE - ALL ITEMS '
                   'RANK C'
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
           DISPLAY WS-HIST-READ-CNT ' HISTORY RECORDS SCANNED, '
               WS-HIST-USED-CNT ' USAGE RECORDS IN WINDOW'.

           SUM-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ-CNT.
      * Usage is stock going out to use - issues, sales and
      * components consumed into kits, the same demand the reorder
      * recalculation counts.
           IF MHST-TYPE OF WS-MHST NOT = 'I'
               AND MHST-TYPE OF WS-MHST NOT = 'S'
               AND MHST-TYPE OF WS-MHST NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE MHST-RUN-DATE OF WS-MHST TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-INT < WS-CUTOFF-INT
               EXIT PARAGRAPH
           END-IF.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX)
                   = MHST-ITEM-CODE OF WS-MHST
      * WS-ITEM-IX is ITEMTAB's own index - the parallel ranking
      * table has a different element size, so the occurrence
      * number goes through a plain numeric first.
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
                   ADD MHST-QTY OF WS-MHST TO WS-ABC-QTY (WS-FOUND-IX)
                   ADD 1 TO WS-HIST-USED-CNT
           END-SEARCH.

           VALUE-ANNUAL-USAGE.
      * Usage value is what the stock cost us, not what it sells
      * for - the catalog gold value only stands in for items with
      * no cost history.  A window shorter than a year is scaled
      * up so the classes mean the same whatever ABCWINDOW says.
           MOVE 0 TO WS-TOTAL-VALUE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-ABC-QTY (WS-TABLE-INDEX) > 0
                   MOVE WS-ITEM-CODE (WS-TABLE-INDEX)
                       TO WS-CHK-COST-CODE
                   PERFORM FIND-ITEM-AVG-COST
                   IF WS-COST-FOUND = 'Y'
                       MOVE WS-FOUND-AVG-COST TO WS-UNIT-COST
                   ELSE
                       MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
                           TO WS-UNIT-COST
                   END-IF
                   COMPUTE WS-ABC-VALUE (WS-TABLE-INDEX) ROUNDED =
                       WS-ABC-QTY (WS-TABLE-INDEX) * WS-UNIT-COST
                       * 365 / WS-WINDOW-DAYS
                   ADD WS-ABC-VALUE (WS-TABLE-INDEX) TO WS-TOTAL-VALUE
               END-IF
           END-PERFORM.

           RANK-ITEMS-ABC.
      * Highest usage value first: an item is A while the value
      * ranked ahead of it is still inside the A share, B while it
      * is inside the B share, C after that.  Items with no usage
      * in the window are C without ranking.
           COMPUTE WS-A-CUT-VALUE ROUNDED =
               WS-TOTAL-VALUE * WS-A-CUT-PCT / 100.
           COMPUTE WS-B-CUT-VALUE ROUNDED =
               WS-TOTAL-VALUE * WS-B-CUT-PCT / 100.
           MOVE 0 TO WS-CUM-VALUE.
           MOVE 'N' TO WS-RANK-DONE.
           IF WS-TOTAL-VALUE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RANK-DONE = 'Y'
               PERFORM RANK-NEXT-ITEM
           END-PERFORM.

           RANK-NEXT-ITEM.
           MOVE 0 TO WS-BEST-IX.
           MOVE 0 TO WS-BEST-VALUE.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-ABC-RANKED (WS-TABLE-INDEX) = 'N'
                   AND WS-ABC-VALUE (WS-TABLE-INDEX) > WS-BEST-VALUE
                   MOVE WS-TABLE-INDEX TO WS-BEST-IX
                   MOVE WS-ABC-VALUE (WS-TABLE-INDEX) TO WS-BEST-VALUE
               END-IF
           END-PERFORM.
           IF WS-BEST-IX = 0
               MOVE 'Y' TO WS-RANK-DONE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUM-VALUE < WS-A-CUT-VALUE
                   MOVE 'A' TO WS-ABC-CLASS (WS-BEST-IX)
               WHEN WS-CUM-VALUE < WS-B-CUT-VALUE
                   MOVE 'B' TO WS-ABC-CLASS (WS-BEST-IX)
               WHEN OTHER
                   MOVE 'C' TO WS-ABC-CLASS (WS-BEST-IX)
           END-EVALUATE.
           MOVE 'Y' TO WS-ABC-RANKED (WS-BEST-IX).
           ADD WS-BEST-VALUE TO WS-CUM-VALUE.

           UPDATE-SCHEDULE-CLASSES.
      * Every catalog item gets a schedule row - a new item starts
      * never counted, so it goes out on its first sheet today.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO WS-CHK-CSCH-CODE
               PERFORM FIND-COUNT-SCHEDULE
               IF WS-CSCH-FOUND = 'N'
                   PERFORM ADD-COUNT-SCHEDULE-ROW
               END-IF
               MOVE WS-CSCH-FOUND-IX TO WS-ABC-SCH-IX (WS-TABLE-INDEX)
               IF WS-CSCH-FOUND-IX > 0
                   MOVE WS-ABC-CLASS (WS-TABLE-INDEX)
                       TO WS-CSCH-CLASS (WS-CSCH-FOUND-IX)
                   MOVE WS-ABC-VALUE (WS-TABLE-INDEX)
                       TO WS-CSCH-VALUE (WS-CSCH-FOUND-IX)
                   MOVE 'Y' TO WS-CSCH-CHANGED
               END-IF
           END-PERFORM.

           PICK-ITEMS-DUE.
           MOVE 'A' TO WS-CLS-CODE (1).
           MOVE 'MONTHLY' TO WS-CLS-TARGET (1).
           MOVE 'B' TO WS-CLS-CODE (2).
           MOVE 'QUARTERLY' TO WS-CLS-TARGET (2).
           MOVE 'C' TO WS-CLS-CODE (3).
           MOVE 'YEARLY' TO WS-CLS-TARGET (3).
           PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
           UNTIL WS-CLASS-IX > 3
               MOVE 0 TO WS-CLS-ITEMS (WS-CLASS-IX)
               MOVE 0 TO WS-CLS-VALUE (WS-CLASS-IX)
               MOVE 0 TO WS-CLS-ON-SCHED (WS-CLASS-IX)
               MOVE 0 TO WS-CLS-OVERDUE (WS-CLASS-IX)
               MOVE 0 TO WS-CLS-NEVER (WS-CLASS-IX)
               MOVE 0 TO WS-CLS-DUE (WS-CLASS-IX)
           END-PERFORM.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               PERFORM CHECK-ONE-ITEM-DUE
           END-PERFORM.

           CHECK-ONE-ITEM-DUE.
      * A discontinued item with nothing left on hand is waiting on
      * the purge - there is nothing on the shelf to count.
           IF WS-ITEM-LIFECYCLE (WS-TABLE-INDEX) = 'D'
               AND WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-ABC-SCH-IX (WS-TABLE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ABC-SCH-IX (WS-TABLE-INDEX) TO WS-CSCH-SCAN.
           EVALUATE WS-ABC-CLASS (WS-TABLE-INDEX)
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-IX
                   MOVE WS-A-INTERVAL TO WS-INTERVAL
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-IX
                   MOVE WS-B-INTERVAL TO WS-INTERVAL
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-IX
                   MOVE WS-C-INTERVAL TO WS-INTERVAL
           END-EVALUATE.
           ADD 1 TO WS-CLS-ITEMS (WS-CLASS-IX).
           ADD WS-ABC-VALUE (WS-TABLE-INDEX)
               TO WS-CLS-VALUE (WS-CLASS-IX).
      * Never counted is due and off schedule.  Otherwise an item
      * is on schedule while its last count is no older than its
      * class target, and due the day the target comes round.
           IF WS-CSCH-COUNTED (WS-CSCH-SCAN) = SPACES
               ADD 1 TO WS-CLS-NEVER (WS-CLASS-IX)
               MOVE 'Y' TO WS-ABC-DUE (WS-TABLE-INDEX)
           ELSE
               MOVE WS-CSCH-COUNTED (WS-CSCH-SCAN) TO WS-DATE-IN
               PERFORM CONVERT-DATE-IN
               IF WS-DATE-INT > WS-TODAY-INT
                   MOVE 0 TO WS-DAYS-SINCE
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-DATE-INT
               END-IF
               IF WS-DAYS-SINCE > WS-INTERVAL
                   ADD 1 TO WS-CLS-OVERDUE (WS-CLASS-IX)
               ELSE
                   ADD 1 TO WS-CLS-ON-SCHED (WS-CLASS-IX)
               END-IF
               IF WS-DAYS-SINCE NOT < WS-INTERVAL
                   MOVE 'Y' TO WS-ABC-DUE (WS-TABLE-INDEX)
               END-IF
           END-IF.
           IF WS-ABC-DUE (WS-TABLE-INDEX) = 'Y'
               ADD 1 TO WS-CLS-DUE (WS-CLASS-IX)
           END-IF.

           BUILD-COUNT-SHEET.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-ABC-DUE (WS-TABLE-INDEX) = 'Y'
                   MOVE 0 TO WS-SHT-LINES-ADDED
                   IF WS-ITEM-CATEGORY (WS-TABLE-INDEX) (4:5)
                       = '-EPIC'
                       PERFORM LIST-EPIC-SERIALS
                   ELSE
                       PERFORM LIST-ITEM-LOCATIONS
                   END-IF
                   IF WS-SHT-LINES-ADDED > 0
                       ADD 1 TO WS-ITEMS-SHEETED
                       MOVE WS-ABC-SCH-IX (WS-TABLE-INDEX)
                           TO WS-CSCH-SCAN
                       MOVE WS-RUN-DATE-DISP
                           TO WS-CSCH-SHEETED (WS-CSCH-SCAN)
                       MOVE 'Y' TO WS-CSCH-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SHT-DROPPED > 0
               DISPLAY 'COUNT SHEET TABLE FULL - ' WS-SHT-DROPPED
                   ' LINES HELD FOR A LATER SHEET'
           END-IF.

           LIST-ITEM-LOCATIONS.
      * One line per location holding the item, so each shelf is
      * counted against its own balance; an item with no location
      * split is counted whole-shop on a blank-location line.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-CODE (WS-LOC-SCAN)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   AND WS-LOC-QTY (WS-LOC-SCAN) > 0
                   MOVE WS-LOC-LOCATION (WS-LOC-SCAN) TO WS-ADD-LOC
                   MOVE SPACES TO WS-ADD-SERIAL
                   PERFORM ADD-SHEET-LINE
               END-IF
           END-PERFORM.
           IF WS-SHT-LINES-ADDED = 0
               MOVE SPACES TO WS-ADD-LOC
               MOVE SPACES TO WS-ADD-SERIAL
               PERFORM ADD-SHEET-LINE
           END-IF.

           LIST-EPIC-SERIALS.
      * EPIC units are counted serial by serial - one line per unit
      * the register holds, listed under the location the register
      * places it at, or for a row from before locations were kept
      * under the location holding most of the item (the vault, as
      * a rule).
           MOVE SPACES TO WS-EPIC-LOC.
           MOVE 0 TO WS-EPIC-LOC-QTY.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-CODE (WS-LOC-SCAN)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   AND WS-LOC-QTY (WS-LOC-SCAN) > WS-EPIC-LOC-QTY
                   MOVE WS-LOC-LOCATION (WS-LOC-SCAN) TO WS-EPIC-LOC
                   MOVE WS-LOC-QTY (WS-LOC-SCAN) TO WS-EPIC-LOC-QTY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SER-SCAN FROM 1 BY 1
           UNTIL WS-SER-SCAN > WS-SER-CNT
               IF WS-SER-CODE (WS-SER-SCAN)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   AND WS-SER-STATUS (WS-SER-SCAN) = 'H'
                   IF WS-SER-LOCATION (WS-SER-SCAN) = SPACES
                       MOVE WS-EPIC-LOC TO WS-ADD-LOC
                   ELSE
                       MOVE WS-SER-LOCATION (WS-SER-SCAN) TO WS-ADD-LOC
                   END-IF
                   MOVE WS-SER-SERIAL (WS-SER-SCAN) TO WS-ADD-SERIAL
                   PERFORM ADD-SHEET-LINE
               END-IF
           END-PERFORM.

           ADD-SHEET-LINE.
           IF WS-SHT-CNT < WS-SHT-CAPACITY
               ADD 1 TO WS-SHT-CNT
               MOVE WS-ADD-LOC TO WS-SHT-LOC (WS-SHT-CNT)
               MOVE WS-ITEM-CODE (WS-TABLE-INDEX)
                   TO WS-SHT-CODE (WS-SHT-CNT)
               MOVE WS-ADD-SERIAL TO WS-SHT-SERIAL (WS-SHT-CNT)
               ADD 1 TO WS-SHT-LINES-ADDED
               PERFORM NOTE-SHEET-LOCATION
           ELSE
               ADD 1 TO WS-SHT-DROPPED
           END-IF.

           NOTE-SHEET-LOCATION.
           MOVE 'N' TO WS-SLOC-FOUND.
           PERFORM VARYING WS-SLOC-SCAN FROM 1 BY 1
           UNTIL WS-SLOC-SCAN > WS-SLOC-CNT
               IF WS-SLOC-CODE (WS-SLOC-SCAN) = WS-ADD-LOC
                   MOVE 'Y' TO WS-SLOC-FOUND
                   ADD 1 TO WS-SLOC-LINES (WS-SLOC-SCAN)
               END-IF
           END-PERFORM.
           IF WS-SLOC-FOUND = 'N'
               IF WS-SLOC-CNT < WS-SLOC-CAPACITY
                   ADD 1 TO WS-SLOC-CNT
                   MOVE WS-ADD-LOC TO WS-SLOC-CODE (WS-SLOC-CNT)
                   MOVE 1 TO WS-SLOC-LINES (WS-SLOC-CNT)
               ELSE
                   DISPLAY 'TOO MANY LOCATIONS ON SHEET - LINE NOT '
                       'GROUPED: ' WS-ITEM-CODE (WS-TABLE-INDEX)
               END-IF
           END-IF.

           ORDER-SHEET-LOCATIONS.
      * A handful of locations at most - an exchange sort does.
      * Blank sorts first in the collating sequence, so it is
      * forced to the end by comparing it as high-values.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-SLOC-SCAN FROM 1 BY 1
               UNTIL WS-SLOC-SCAN >= WS-SLOC-CNT
                   COMPUTE WS-SLOC-IX = WS-SLOC-SCAN + 1
                   IF (WS-SLOC-CODE (WS-SLOC-SCAN) = SPACES
                       AND WS-SLOC-CODE (WS-SLOC-IX) NOT = SPACES)
                       OR (WS-SLOC-CODE (WS-SLOC-IX) NOT = SPACES
                       AND WS-SLOC-CODE (WS-SLOC-SCAN)
                       > WS-SLOC-CODE (WS-SLOC-IX))
                       PERFORM SWAP-SHEET-LOCATIONS
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

           SWAP-SHEET-LOCATIONS.
           MOVE WS-SLOC-CODE (WS-SLOC-SCAN) TO WS-SLOC-HOLD.
           MOVE WS-SLOC-LINES (WS-SLOC-SCAN) TO WS-SLOC-HOLD-LINES.
           MOVE WS-SLOC-CODE (WS-SLOC-IX)
               TO WS-SLOC-CODE (WS-SLOC-SCAN).
           MOVE WS-SLOC-LINES (WS-SLOC-IX)
               TO WS-SLOC-LINES (WS-SLOC-SCAN).
           MOVE WS-SLOC-HOLD TO WS-SLOC-CODE (WS-SLOC-IX).
           MOVE WS-SLOC-HOLD-LINES TO WS-SLOC-LINES (WS-SLOC-IX).

           WRITE-COUNT-SHEET.
      * Written even when nothing is due - an empty sheet tells the
      * floor there is no count today, where yesterday's left in
      * place would be counted twice.
           PERFORM ORDER-SHEET-LOCATIONS.
           OPEN OUTPUT COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00'
               DISPLAY 'COUNT SHEET NOT OPENED - FILE STATUS '
                   WS-COUNT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-LINES-WRITTEN.
           PERFORM VARYING WS-SLOC-SCAN FROM 1 BY 1
           UNTIL WS-SLOC-SCAN > WS-SLOC-CNT
               PERFORM VARYING WS-SHT-SCAN FROM 1 BY 1
               UNTIL WS-SHT-SCAN > WS-SHT-CNT
                   IF WS-SHT-LOC (WS-SHT-SCAN)
                       = WS-SLOC-CODE (WS-SLOC-SCAN)
                       PERFORM WRITE-ONE-SHEET-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE COUNT-FILE.
           DISPLAY WS-LINES-WRITTEN ' COUNT LINES FOR '
               WS-ITEMS-SHEETED ' ITEMS WRITTEN TO '
               FUNCTION TRIM (WS-COUNT-FILENAME).

           WRITE-ONE-SHEET-LINE.
      * Quantity and initials are the counter's to fill in.
           MOVE SPACES TO COUNT-FILE-REC.
           MOVE WS-SHT-CODE (WS-SHT-SCAN)
               TO CCNT-ITEM-CODE OF COUNT-FILE-REC.
           MOVE 0 TO CCNT-QTY OF COUNT-FILE-REC.
           MOVE WS-SHT-LOC (WS-SHT-SCAN)
               TO CCNT-LOCATION OF COUNT-FILE-REC.
           MOVE WS-SHT-SERIAL (WS-SHT-SCAN)
               TO CCNT-SERIAL OF COUNT-FILE-REC.
           WRITE COUNT-FILE-REC.
           ADD 1 TO WS-LINES-WRITTEN.

           PRINT-COVERAGE-REPORT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'ABC CYCLE-COUNT COVERAGE  RUN DATE: '
               WS-RUN-DATE-DISP.
           MOVE WS-A-CUT-PCT TO WS-A-CUT-EDIT.
           MOVE WS-B-CUT-PCT TO WS-B-CUT-EDIT.
           DISPLAY 'USAGE WINDOW ' WS-WINDOW-DAYS ' DAYS  A/B CUTS '
               WS-A-CUT-EDIT '/' WS-B-CUT-EDIT '% OF USAGE VALUE'.
           DISPLAY '================================================'.
           DISPLAY 'CLASS TARGET    ITEMS ON-SCHED OVERDUE NEVER '
               'DUE-TODAY COVERAGE  USAGE VALUE'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
           UNTIL WS-CLASS-IX > 3
               PERFORM PRINT-ONE-CLASS-COVERAGE
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'TODAY''S SHEET BY LOCATION'.
           PERFORM VARYING WS-SLOC-SCAN FROM 1 BY 1
           UNTIL WS-SLOC-SCAN > WS-SLOC-CNT
               IF WS-SLOC-CODE (WS-SLOC-SCAN) = SPACES
                   DISPLAY '  WHOLE SHOP  LINES: '
                       WS-SLOC-LINES (WS-SLOC-SCAN)
               ELSE
                   DISPLAY '  ' WS-SLOC-CODE (WS-SLOC-SCAN)
                       '        LINES: ' WS-SLOC-LINES (WS-SLOC-SCAN)
               END-IF
           END-PERFORM.
           DISPLAY 'ITEMS LISTED: ' WS-ITEMS-SHEETED
               '  LINES: ' WS-LINES-WRITTEN.
           DISPLAY 'END OF REPORT'.

           PRINT-ONE-CLASS-COVERAGE.
      * Coverage is the share of the class whose last count is
      * inside its target - what the auditors test the count
      * programme against.
           IF WS-CLS-ITEMS (WS-CLASS-IX) = 0
               MOVE 0 TO WS-COVER-PCT
           ELSE
               COMPUTE WS-COVER-PCT ROUNDED =
                   WS-CLS-ON-SCHED (WS-CLASS-IX) * 100
                   / WS-CLS-ITEMS (WS-CLASS-IX)
           END-IF.
           MOVE WS-COVER-PCT TO WS-COVER-PCT-EDIT.
           MOVE WS-CLS-VALUE (WS-CLASS-IX) TO WS-VALUE-EDIT.
           DISPLAY '  ' WS-CLS-CODE (WS-CLASS-IX) '   '
               WS-CLS-TARGET (WS-CLASS-IX) ' '
               WS-CLS-ITEMS (WS-CLASS-IX) '  '
               WS-CLS-ON-SCHED (WS-CLASS-IX) '   '
               WS-CLS-OVERDUE (WS-CLASS-IX) '  '
               WS-CLS-NEVER (WS-CLASS-IX) '  '
               WS-CLS-DUE (WS-CLASS-IX) '     '
               WS-COVER-PCT-EDIT '%  ' WS-VALUE-EDIT.

           WRITE-ABC-RUN-STATISTICS.
           INITIALIZE WS-RUNS.
           MOVE WS-LINES-WRITTEN TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-SHT-DROPPED TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY MHSTRSLV.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY CSCHRSLV.
           COPY CSCHLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM ABC-COUNT-SCHEDULE.
