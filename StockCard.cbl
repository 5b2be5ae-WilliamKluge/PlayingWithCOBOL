      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Item stock card - for one item (STOCKITEM) over a
      *          date range (STOCKFROM to STOCKTO, MM/DD/YYYY), every
      *          movement, sale, transfer, hire out and back, cycle-
      *          count adjustment and price change in date order,
      *          with the running on-hand balance in total and at
      *          the location each line touched, and the running
      *          value at the average cost in force.  The opening
      *          balance is the close of the last accounting period
      *          before the range (see PERREC), rolled forward
      *          through any unclosed days before the range starts;
      *          each location's opening is worked back from today's
      *          location balances.  At every period close the card
      *          passes, the running balance is set against the
      *          close figure and any disagreement is flagged.
      *          Printed ad hoc, and run from the inquiry
      *          workstation for the item on the screen.
      * Tectonics: cobc
      * Modified: 2026-10-15 - the item is read by key from the indexed
      *           master, so a posting since the last regeneration no
      *           longer shows as a disagreement with the catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The catalog, for the item's name, category and quantity -
      * read by key from the indexed master, as magicitems.txt lags
      * the keyed postings until regenerated
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * The permanent movement history - see MHSTREC/MHSTRSLV
           SELECT MHIST-FILE ASSIGN DYNAMIC WS-MHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHIST-STATUS.
      * The closed-period balances the card opens from and checks
      * against - see PERREC
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
      * Each day's catalog audit trail, for the cycle-count
      * adjustments - see AUDITREC
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * Gold-value change history - see PRCHREC/PRCHRSLV
           SELECT PRICE-HIST-FILE ASSIGN DYNAMIC WS-PRICE-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-HIST-STATUS.
      * Per-location stock balances as they stand today - see
      * LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Costing ledger, for the opening cost when the history has
      * none - see COSTREC/COSTLOAD
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * Rentals, for units going out on hire and coming back - see
      * RENTREC/RENTLOAD
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
           FD ITEM-INDEXED.
           01 IDX-ITEM-FILE.
               COPY ITEMREC
                   REPLACING ==ITEM-CODE==
                          BY ==IDX-ITEM-CODE==
                             ==ITEM-NAME==
                          BY ==IDX-ITEM-NAME==
                             ==ITEM-CATEGORY==
                          BY ==IDX-ITEM-CATEGORY==
                             ==ITEM-GOLD-VALUE==
                          BY ==IDX-ITEM-GOLD-VALUE==
                             ==ITEM-QTY-ON-HAND==
                          BY ==IDX-ITEM-QTY-ON-HAND==
                             ==ITEM-LIFECYCLE==
                          BY ==IDX-ITEM-LIFECYCLE==.
           FD MHIST-FILE.
           01 MHIST-FILE-REC.
               COPY MHSTREC.
           FD PERIOD-FILE.
           01 PERIOD-REC.
               COPY PERREC.
           FD AUDIT-FILE.
           01 AUDIT-FILE-REC.
               COPY AUDITREC.
           FD PRICE-HIST-FILE.
           01 PRICE-HIST-REC.
               COPY PRCHREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD RENTAL-FILE.
           01 RENTAL-FILE-REC.
               COPY RENTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           01 WS-IDX-STATUS            PIC X(2).
           COPY MHSTWS.
           COPY PERSTAT.
           COPY PERNAME.
           COPY AUDSTAT.
           COPY AUDNAME.
           01 WS-AUDIT.
               COPY AUDITREC.
           COPY PRCHSTAT.
           COPY PRCHNAME.
           01 WS-PRCH.
               COPY PRCHREC.
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           COPY RENTSTAT.
           COPY RENTNAME.
           COPY RENTWS.
           01 WS-EOF                   PIC A(1).
      * What the card is for - STOCKITEM is required; STOCKTO
      * defaults to today and STOCKFROM to the first of STOCKTO's
      * month.
           01 WS-SC-ITEM-CODE          PIC X(6).
           01 WS-SC-FROM-IN            PIC X(10).
           01 WS-SC-TO-IN              PIC X(10).
           01 WS-SC-FROM-INT           PIC 9(7).
           01 WS-SC-TO-INT             PIC 9(7).
           01 WS-SC-FROM-PERIOD        PIC X(6).
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-TODAY-PERIOD          PIC X(6).
           01 WS-SC-ITEM-FOUND         PIC A(1) VALUE 'N'.
           01 WS-SC-ITEM-NAME          PIC X(30).
           01 WS-SC-ITEM-CATEGORY      PIC X(12).
           01 WS-SC-GOLD-VALUE         PIC 9(7)V99 VALUE 0.
           01 WS-SC-CATALOG-QTY        PIC 9(5) VALUE 0.
      * Every closed period on the balance file, with the item's own
      * row where it has one - a closed period with no row for the
      * item closed it at nothing.
           01 WS-SC-PC-CNT             PIC 9(4) VALUE 0.
           01 WS-SC-PC-TABLE.
               05 WS-SC-PC-ROW OCCURS 600 TIMES.
                   10 WS-SC-PC-PERIOD     PIC X(6).
                   10 WS-SC-PC-HAS-ROW    PIC A(1).
                   10 WS-SC-PC-CLOSE      PIC 9(5).
                   10 WS-SC-PC-CHECKED    PIC A(1).
           01 WS-SC-PC-CAPACITY        PIC 9(4) VALUE 600.
           01 WS-SC-PC-IX              PIC 9(4).
           01 WS-SC-PC-SCAN            PIC 9(4).
      * Where the card opens - the close of the latest period before
      * the range, or nothing from the item's first history when no
      * period closed before it.
           01 WS-SC-OPEN-PERIOD        PIC X(6) VALUE SPACES.
           01 WS-SC-OPEN-QTY           PIC S9(7) VALUE 0.
           01 WS-SC-OPEN-COST          PIC 9(7)V99 VALUE 0.
           01 WS-SC-START-INT          PIC 9(7).
           01 WS-SC-START-PERIOD       PIC X(6).
      * The item's movement history rows from the start on.
           01 WS-SC-MH-CNT             PIC 9(4) VALUE 0.
           01 WS-SC-MH-TABLE.
               05 WS-SC-MH-ROW OCCURS 3000 TIMES.
                   10 WS-SC-MH-DATE-INT   PIC 9(7).
                   10 WS-SC-MH-DATE       PIC X(10).
                   10 WS-SC-MH-TYPE       PIC X(1).
                   10 WS-SC-MH-QTY        PIC 9(5).
                   10 WS-SC-MH-REF        PIC X(10).
                   10 WS-SC-MH-LOC        PIC X(4).
                   10 WS-SC-MH-TO-LOC     PIC X(4).
                   10 WS-SC-MH-COST       PIC 9(7)V99.
           01 WS-SC-MH-CAPACITY        PIC 9(4) VALUE 3000.
           01 WS-SC-MH-DROPPED         PIC 9(4) VALUE 0.
           01 WS-SC-MH-SCAN            PIC 9(4).
      * The item's price changes.
           01 WS-SC-PR-CNT             PIC 9(4) VALUE 0.
           01 WS-SC-PR-TABLE.
               05 WS-SC-PR-ROW OCCURS 500 TIMES.
                   10 WS-SC-PR-DATE-INT   PIC 9(7).
                   10 WS-SC-PR-DATE       PIC X(10).
                   10 WS-SC-PR-OLD        PIC 9(7)V99.
                   10 WS-SC-PR-NEW        PIC 9(7)V99.
                   10 WS-SC-PR-USER       PIC X(8).
           01 WS-SC-PR-CAPACITY        PIC 9(4) VALUE 500.
           01 WS-SC-PR-SCAN            PIC 9(4).
      * The card itself, one row per line in date order.  Kinds are
      * the history's types plus (K) count adjustment, (H) hire out,
      * (N) hire return and (G) gold-value change.  EV-TOTAL-CHG
      * moves the item's total, EV-LOC-CHG the line's location; a
      * line with a to-location moves its units there as well.
           01 WS-SC-EV-CNT             PIC 9(4) VALUE 0.
           01 WS-SC-EV-TABLE.
               05 WS-SC-EV-ROW OCCURS 5000 TIMES.
                   10 WS-SC-EV-DATE-INT   PIC 9(7).
                   10 WS-SC-EV-DATE       PIC X(10).
                   10 WS-SC-EV-PERIOD     PIC X(6).
                   10 WS-SC-EV-KIND       PIC X(1).
                   10 WS-SC-EV-UNITS      PIC 9(5).
                   10 WS-SC-EV-TOTAL-CHG  PIC S9(7).
                   10 WS-SC-EV-LOC        PIC X(4).
                   10 WS-SC-EV-LOC-CHG    PIC S9(7).
                   10 WS-SC-EV-TO-LOC     PIC X(4).
                   10 WS-SC-EV-REF        PIC X(10).
                   10 WS-SC-EV-COST       PIC 9(7)V99.
                   10 WS-SC-EV-OLD-PRICE  PIC 9(7)V99.
                   10 WS-SC-EV-NEW-PRICE  PIC 9(7)V99.
           01 WS-SC-EV-CAPACITY        PIC 9(4) VALUE 5000.
           01 WS-SC-EV-DROPPED         PIC 9(4) VALUE 0.
           01 WS-SC-EV-IX              PIC 9(4).
      * The item's locations - today's balance, the net the card's
      * lines moved, and the running balance as the card prints.
           01 WS-SC-LC-CNT             PIC 9(3) VALUE 0.
           01 WS-SC-LC-TABLE.
               05 WS-SC-LC-ROW OCCURS 100 TIMES.
                   10 WS-SC-LC-LOC        PIC X(4).
                   10 WS-SC-LC-CURRENT    PIC S9(7).
                   10 WS-SC-LC-NET        PIC S9(7).
                   10 WS-SC-LC-RUN        PIC S9(7).
           01 WS-SC-LC-CAPACITY        PIC 9(3) VALUE 100.
           01 WS-SC-LC-IX              PIC 9(3).
           01 WS-SC-LC-SCAN            PIC 9(3).
           01 WS-SC-CHK-LOC            PIC X(4).
           01 WS-SC-LC-OPEN-SUM        PIC S9(7).
      * The running figures.
           01 WS-SC-RUN-QTY            PIC S9(7).
           01 WS-SC-RUN-COST           PIC 9(7)V99.
           01 WS-SC-RUN-VALUE          PIC S9(11)V99.
           01 WS-SC-PRINTING           PIC A(1) VALUE 'N'.
           01 WS-SC-CLOSED             PIC A(1) VALUE 'N'.
           01 WS-SC-LINES-PRINTED      PIC 9(5) VALUE 0.
           01 WS-SC-FLAG-CNT           PIC 9(5) VALUE 0.
           01 WS-SC-CHK-PERIOD         PIC X(6).
           01 WS-SC-CHK-END-INT        PIC 9(7).
           01 WS-SC-CHK-CLOSE          PIC 9(5).
           01 WS-SC-AUD-DAYS           PIC 9(5) VALUE 0.
      * One day of the collection pass.
           01 WS-DAY-INT               PIC 9(7).
           01 WS-DAY-DISP              PIC X(10).
           01 WS-DAY-PERIOD            PIC X(6).
           01 WS-DAY-KEY               PIC X(8).
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
      * The print line's pieces.
           01 WS-SC-DESC               PIC X(14).
           01 WS-SC-IN-OUT             PIC X(6).
           01 WS-SC-IN-X               PIC X(6).
           01 WS-SC-OUT-X              PIC X(6).
           01 WS-SC-FLAG-TEXT          PIC X(3).
           01 WS-QTY-EDIT              PIC ZZZZZ9.
           01 WS-BAL-EDIT              PIC -ZZZZZ9.
           01 WS-LOC-BAL-EDIT          PIC -ZZZZZ9.
           01 WS-COST-EDIT             PIC ZZZZZZ9.99.
           01 WS-OLD-VALUE-EDIT        PIC ZZZZZZ9.99.
           01 WS-VALUE-EDIT            PIC -ZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'STOCK-CARD' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-CARD-PARAMETERS.
      * The posting run appends the history and rewrites the
      * location balances under the exclusive enqueue - read them
      * together under the shared one, so the balances worked back
      * from today match the history exactly.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM FIND-CARD-ITEM.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM FIND-OPENING-PERIOD.
           PERFORM LOAD-ITEM-HISTORY.
           PERFORM LOAD-RENTALS.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-COST-LEDGER.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM LOAD-ITEM-PRICE-CHANGES.
           PERFORM VARYING WS-DAY-INT FROM WS-SC-START-INT BY 1
           UNTIL WS-DAY-INT > WS-TODAY-INT
               PERFORM COLLECT-ONE-DAY
           END-PERFORM.
           PERFORM DERIVE-LOCATION-OPENINGS.
           PERFORM PRINT-STOCK-CARD.
           INITIALIZE WS-RUNS.
           MOVE WS-SC-LINES-PRINTED TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-SC-FLAG-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-CARD-PARAMETERS.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           MOVE WS-DATE-INT TO WS-TODAY-INT.
           STRING WS-CURR-YYYY WS-CURR-MM
               DELIMITED BY SIZE INTO WS-TODAY-PERIOD.
           ACCEPT WS-SC-ITEM-CODE FROM ENVIRONMENT 'STOCKITEM'.
           IF WS-SC-ITEM-CODE = SPACES
               DISPLAY 'STOCKITEM NOT SET - NAME THE ITEM CODE'
               STOP RUN RETURNING 16
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-SC-ITEM-CODE)
               TO WS-SC-ITEM-CODE.
           ACCEPT WS-SC-TO-IN FROM ENVIRONMENT 'STOCKTO'.
           IF WS-SC-TO-IN = SPACES
               MOVE WS-RUN-DATE-DISP TO WS-SC-TO-IN
           END-IF.
           MOVE WS-SC-TO-IN TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'STOCKTO MUST BE MM/DD/YYYY: ' WS-SC-TO-IN
               STOP RUN RETURNING 16
           END-IF.
           MOVE WS-DATE-INT TO WS-SC-TO-INT.
           ACCEPT WS-SC-FROM-IN FROM ENVIRONMENT 'STOCKFROM'.
           IF WS-SC-FROM-IN = SPACES
               STRING WS-SC-TO-IN (1:2) '/01/' WS-SC-TO-IN (7:4)
                   DELIMITED BY SIZE INTO WS-SC-FROM-IN
           END-IF.
           MOVE WS-SC-FROM-IN TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'STOCKFROM MUST BE MM/DD/YYYY: ' WS-SC-FROM-IN
               STOP RUN RETURNING 16
           END-IF.
           MOVE WS-DATE-INT TO WS-SC-FROM-INT.
           IF WS-SC-FROM-INT > WS-SC-TO-INT
               DISPLAY 'STOCKFROM ' WS-SC-FROM-IN
                   ' IS AFTER STOCKTO ' WS-SC-TO-IN
               STOP RUN RETURNING 16
           END-IF.
           IF WS-SC-TO-INT > WS-TODAY-INT
               DISPLAY 'STOCKTO ' WS-SC-TO-IN ' IS IN THE FUTURE'
               STOP RUN RETURNING 16
           END-IF.
           STRING WS-SC-FROM-IN (7:4) WS-SC-FROM-IN (1:2)
               DELIMITED BY SIZE INTO WS-SC-FROM-PERIOD.

           FIND-CARD-ITEM.
      * An item since purged from the catalog still has a history
      * to show - it prints with no name and nothing on hand.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT FOUND - STATUS '
                   WS-IDX-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE '(NOT ON CATALOG)' TO WS-SC-ITEM-NAME.
           MOVE SPACES TO WS-SC-ITEM-CATEGORY.
           MOVE WS-SC-ITEM-CODE TO IDX-ITEM-CODE.
           READ ITEM-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SC-ITEM-FOUND
                   MOVE IDX-ITEM-NAME TO WS-SC-ITEM-NAME
                   MOVE IDX-ITEM-CATEGORY TO WS-SC-ITEM-CATEGORY
                   MOVE IDX-ITEM-GOLD-VALUE TO WS-SC-GOLD-VALUE
                   MOVE IDX-ITEM-QTY-ON-HAND TO WS-SC-CATALOG-QTY
           END-READ.
      * Status 23 is the purged item above; anything else is a
      * catalog that could not be read.
           IF WS-IDX-STATUS NOT = '00'
               AND WS-IDX-STATUS NOT = '23'
               DISPLAY 'INDEXED CATALOG NOT READ - FILE STATUS '
                   WS-IDX-STATUS
               CLOSE ITEM-INDEXED
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           CLOSE ITEM-INDEXED.

           LOAD-CLOSED-PERIODS.
      * No balance file yet means no period has ever closed.
           PERFORM RESOLVE-PERIOD-FILENAME.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'PERIOD FILE NOT OPENED - FILE STATUS '
                   WS-PERIOD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PERIOD-ROW
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

           LOAD-ONE-PERIOD-ROW.
           MOVE 0 TO WS-SC-PC-IX.
           PERFORM VARYING WS-SC-PC-SCAN FROM 1 BY 1
           UNTIL WS-SC-PC-SCAN > WS-SC-PC-CNT OR WS-SC-PC-IX > 0
               IF WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                   = PER-PERIOD OF PERIOD-REC
                   MOVE WS-SC-PC-SCAN TO WS-SC-PC-IX
               END-IF
           END-PERFORM.
           IF WS-SC-PC-IX = 0
               IF WS-SC-PC-CNT NOT < WS-SC-PC-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SC-PC-CNT
               MOVE WS-SC-PC-CNT TO WS-SC-PC-IX
               MOVE PER-PERIOD OF PERIOD-REC
                   TO WS-SC-PC-PERIOD (WS-SC-PC-IX)
               MOVE 'N' TO WS-SC-PC-HAS-ROW (WS-SC-PC-IX)
               MOVE 0 TO WS-SC-PC-CLOSE (WS-SC-PC-IX)
               MOVE 'N' TO WS-SC-PC-CHECKED (WS-SC-PC-IX)
           END-IF.
           IF PER-ITEM-CODE OF PERIOD-REC = WS-SC-ITEM-CODE
               MOVE 'Y' TO WS-SC-PC-HAS-ROW (WS-SC-PC-IX)
               MOVE PER-CLOSE-QTY OF PERIOD-REC
                   TO WS-SC-PC-CLOSE (WS-SC-PC-IX)
           END-IF.

           FIND-OPENING-PERIOD.
      * The latest period closed before the range's own month - the
      * card starts the day after it closed.  Without one the card
      * starts from nothing at the item's first history, or the
      * range start if that is earlier (see LOAD-ITEM-HISTORY).
           PERFORM VARYING WS-SC-PC-SCAN FROM 1 BY 1
           UNTIL WS-SC-PC-SCAN > WS-SC-PC-CNT
               IF WS-SC-PC-PERIOD (WS-SC-PC-SCAN) < WS-SC-FROM-PERIOD
                   AND (WS-SC-OPEN-PERIOD = SPACES
                   OR WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                       > WS-SC-OPEN-PERIOD)
                   MOVE WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                       TO WS-SC-OPEN-PERIOD
                   MOVE WS-SC-PC-CLOSE (WS-SC-PC-SCAN)
                       TO WS-SC-OPEN-QTY
               END-IF
           END-PERFORM.
           IF WS-SC-OPEN-PERIOD = SPACES
               MOVE WS-SC-FROM-INT TO WS-SC-START-INT
           ELSE
               MOVE WS-SC-OPEN-PERIOD TO WS-SC-CHK-PERIOD
               PERFORM FIND-PERIOD-END
               COMPUTE WS-SC-START-INT = WS-SC-CHK-END-INT + 1
           END-IF.

           LOAD-ITEM-HISTORY.
      * Rows before the start only tell the card what the average
      * cost stood at when it opens; the rest become its lines.
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
                       IF MHST-ITEM-CODE OF WS-MHST = WS-SC-ITEM-CODE
                           PERFORM LOAD-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MHIST-FILE.
           IF WS-SC-MH-DROPPED > 0
               DISPLAY 'HISTORY EXCEEDS CAPACITY, '
                   WS-SC-MH-DROPPED ' ROWS LEFT OFF THE CARD'
           END-IF.

           LOAD-ONE-HISTORY-ROW.
           MOVE MHST-RUN-DATE OF WS-MHST TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
      * Rows from before the cost was carried read as spaces.
           IF MHST-AVG-COST OF WS-MHST IS NOT NUMERIC
               MOVE 0 TO MHST-AVG-COST OF WS-MHST
           END-IF.
           IF WS-DATE-INT < WS-SC-START-INT
               IF WS-SC-OPEN-PERIOD = SPACES
                   MOVE WS-DATE-INT TO WS-SC-START-INT
               ELSE
                   IF MHST-AVG-COST OF WS-MHST > 0
                       MOVE MHST-AVG-COST OF WS-MHST
                           TO WS-SC-OPEN-COST
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SC-MH-CNT NOT < WS-SC-MH-CAPACITY
               ADD 1 TO WS-SC-MH-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-MH-CNT.
           MOVE WS-DATE-INT TO WS-SC-MH-DATE-INT (WS-SC-MH-CNT).
           MOVE MHST-RUN-DATE OF WS-MHST
               TO WS-SC-MH-DATE (WS-SC-MH-CNT).
           MOVE MHST-TYPE OF WS-MHST TO WS-SC-MH-TYPE (WS-SC-MH-CNT).
           MOVE MHST-QTY OF WS-MHST TO WS-SC-MH-QTY (WS-SC-MH-CNT).
           MOVE MHST-REFERENCE OF WS-MHST
               TO WS-SC-MH-REF (WS-SC-MH-CNT).
           MOVE MHST-LOCATION OF WS-MHST
               TO WS-SC-MH-LOC (WS-SC-MH-CNT).
           MOVE MHST-TO-LOCATION OF WS-MHST
               TO WS-SC-MH-TO-LOC (WS-SC-MH-CNT).
           MOVE MHST-AVG-COST OF WS-MHST
               TO WS-SC-MH-COST (WS-SC-MH-CNT).

           LOAD-ITEM-PRICE-CHANGES.
      * No history on disk just means no price changes to show.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
           OPEN INPUT PRICE-HIST-FILE.
           IF WS-PRICE-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRICE-HIST-FILE INTO WS-PRCH
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PRCH-ITEM-CODE OF WS-PRCH = WS-SC-ITEM-CODE
                           AND WS-SC-PR-CNT < WS-SC-PR-CAPACITY
                           PERFORM LOAD-ONE-PRICE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-HIST-FILE.

           LOAD-ONE-PRICE-CHANGE.
           MOVE PRCH-RUN-DATE OF WS-PRCH TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-PR-CNT.
           MOVE WS-DATE-INT TO WS-SC-PR-DATE-INT (WS-SC-PR-CNT).
           MOVE PRCH-RUN-DATE OF WS-PRCH
               TO WS-SC-PR-DATE (WS-SC-PR-CNT).
           MOVE PRCH-OLD-VALUE OF WS-PRCH
               TO WS-SC-PR-OLD (WS-SC-PR-CNT).
           MOVE PRCH-NEW-VALUE OF WS-PRCH
               TO WS-SC-PR-NEW (WS-SC-PR-CNT).
           MOVE PRCH-USER-ID OF WS-PRCH TO WS-SC-PR-USER (WS-SC-PR-CNT).

           COLLECT-ONE-DAY.
      * A day's lines go on the card in the order the day ran them -
      * the posting run's movements, then the rental desk, then the
      * cycle count, then catalog maintenance's price changes.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE WS-DATE-NUM TO WS-DAY-KEY.
           MOVE SPACES TO WS-DAY-DISP.
           STRING WS-DAY-KEY (5:2) '/' WS-DAY-KEY (7:2) '/'
               WS-DAY-KEY (1:4)
               DELIMITED BY SIZE INTO WS-DAY-DISP.
           MOVE WS-DAY-KEY (1:6) TO WS-DAY-PERIOD.
           PERFORM VARYING WS-SC-MH-SCAN FROM 1 BY 1
           UNTIL WS-SC-MH-SCAN > WS-SC-MH-CNT
               IF WS-SC-MH-DATE-INT (WS-SC-MH-SCAN) = WS-DAY-INT
                   PERFORM ADD-HISTORY-EVENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               IF WS-RENT-CODE (WS-RENT-SCAN) = WS-SC-ITEM-CODE
                   PERFORM ADD-HIRE-EVENTS
               END-IF
           END-PERFORM.
           PERFORM ADD-COUNT-EVENTS.
           PERFORM VARYING WS-SC-PR-SCAN FROM 1 BY 1
           UNTIL WS-SC-PR-SCAN > WS-SC-PR-CNT
               IF WS-SC-PR-DATE-INT (WS-SC-PR-SCAN) = WS-DAY-INT
                   PERFORM ADD-PRICE-EVENT
               END-IF
           END-PERFORM.

           NEW-EVENT-ROW.
      * Opens the next card row for the day being collected - zero
      * in WS-SC-EV-IX when the card is full.
           MOVE 0 TO WS-SC-EV-IX.
           IF WS-SC-EV-CNT NOT < WS-SC-EV-CAPACITY
               ADD 1 TO WS-SC-EV-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-EV-CNT.
           MOVE WS-SC-EV-CNT TO WS-SC-EV-IX.
           INITIALIZE WS-SC-EV-ROW (WS-SC-EV-IX).
           MOVE WS-DAY-INT TO WS-SC-EV-DATE-INT (WS-SC-EV-IX).
           MOVE WS-DAY-DISP TO WS-SC-EV-DATE (WS-SC-EV-IX).
           MOVE WS-DAY-PERIOD TO WS-SC-EV-PERIOD (WS-SC-EV-IX).

           ADD-HISTORY-EVENT.
      * A row written before locations were carried moved stock at
      * the shop floor, where paperwork with no location lands.
           PERFORM NEW-EVENT-ROW.
           IF WS-SC-EV-IX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SC-MH-TYPE (WS-SC-MH-SCAN)
               TO WS-SC-EV-KIND (WS-SC-EV-IX).
           MOVE WS-SC-MH-QTY (WS-SC-MH-SCAN)
               TO WS-SC-EV-UNITS (WS-SC-EV-IX).
           MOVE WS-SC-MH-REF (WS-SC-MH-SCAN)
               TO WS-SC-EV-REF (WS-SC-EV-IX).
           MOVE WS-SC-MH-COST (WS-SC-MH-SCAN)
               TO WS-SC-EV-COST (WS-SC-EV-IX).
           MOVE WS-SC-MH-LOC (WS-SC-MH-SCAN)
               TO WS-SC-EV-LOC (WS-SC-EV-IX).
           IF WS-SC-EV-LOC (WS-SC-EV-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-SC-EV-LOC (WS-SC-EV-IX)
           END-IF.
           EVALUATE WS-SC-MH-TYPE (WS-SC-MH-SCAN)
               WHEN 'R'
               WHEN 'U'
               WHEN 'M'
               WHEN 'P'
                   MOVE WS-SC-MH-QTY (WS-SC-MH-SCAN)
                       TO WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX)
                   MOVE WS-SC-MH-QTY (WS-SC-MH-SCAN)
                       TO WS-SC-EV-LOC-CHG (WS-SC-EV-IX)
               WHEN 'T'
                   COMPUTE WS-SC-EV-LOC-CHG (WS-SC-EV-IX) =
                       0 - WS-SC-MH-QTY (WS-SC-MH-SCAN)
                   MOVE WS-SC-MH-TO-LOC (WS-SC-MH-SCAN)
                       TO WS-SC-EV-TO-LOC (WS-SC-EV-IX)
               WHEN OTHER
                   COMPUTE WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX) =
                       0 - WS-SC-MH-QTY (WS-SC-MH-SCAN)
                   COMPUTE WS-SC-EV-LOC-CHG (WS-SC-EV-IX) =
                       0 - WS-SC-MH-QTY (WS-SC-MH-SCAN)
           END-EVALUATE.

           ADD-HIRE-EVENTS.
      * Units going out move from their location onto the hire
      * location and come back the same way - on the books all the
      * while, so the total does not move.
           MOVE WS-RENT-OUT-DATE (WS-RENT-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'Y' AND WS-DATE-INT = WS-DAY-INT
               PERFORM NEW-EVENT-ROW
               IF WS-SC-EV-IX > 0
                   MOVE 'H' TO WS-SC-EV-KIND (WS-SC-EV-IX)
                   MOVE WS-RENT-FROM-LOC (WS-RENT-SCAN)
                       TO WS-SC-EV-LOC (WS-SC-EV-IX)
                   MOVE WS-HIRE-LOCATION
                       TO WS-SC-EV-TO-LOC (WS-SC-EV-IX)
                   PERFORM FILL-HIRE-EVENT
               END-IF
           END-IF.
           IF WS-RENT-STATUS (WS-RENT-SCAN) NOT = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RENT-RETURN-DATE (WS-RENT-SCAN) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'Y' AND WS-DATE-INT = WS-DAY-INT
               PERFORM NEW-EVENT-ROW
               IF WS-SC-EV-IX > 0
                   MOVE 'N' TO WS-SC-EV-KIND (WS-SC-EV-IX)
                   MOVE WS-HIRE-LOCATION
                       TO WS-SC-EV-LOC (WS-SC-EV-IX)
                   MOVE WS-RENT-FROM-LOC (WS-RENT-SCAN)
                       TO WS-SC-EV-TO-LOC (WS-SC-EV-IX)
                   PERFORM FILL-HIRE-EVENT
               END-IF
           END-IF.

           FILL-HIRE-EVENT.
           IF WS-SC-EV-LOC (WS-SC-EV-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-SC-EV-LOC (WS-SC-EV-IX)
           END-IF.
           IF WS-SC-EV-TO-LOC (WS-SC-EV-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION
                   TO WS-SC-EV-TO-LOC (WS-SC-EV-IX)
           END-IF.
           MOVE WS-RENT-QTY (WS-RENT-SCAN)
               TO WS-SC-EV-UNITS (WS-SC-EV-IX).
           COMPUTE WS-SC-EV-LOC-CHG (WS-SC-EV-IX) =
               0 - WS-RENT-QTY (WS-RENT-SCAN).
           MOVE WS-RENT-NUMBER (WS-RENT-SCAN)
               TO WS-SC-EV-REF (WS-SC-EV-IX).

           ADD-COUNT-EVENTS.
      * A day with no audit trail had no maintenance and no count.
           MOVE SPACES TO WS-AUDIT-FILENAME.
           STRING 'catalogaudit.' WS-DAY-KEY '.log'
               DELIMITED BY SIZE INTO WS-AUDIT-FILENAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AUDIT TRAIL NOT OPENED - FILE STATUS '
                   WS-AUDIT-STATUS ': '
                   FUNCTION TRIM (WS-AUDIT-FILENAME)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-AUD-DAYS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE INTO WS-AUDIT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-TRANS-TYPE OF WS-AUDIT = 'K'
                           AND AUDIT-ITEM-CODE OF WS-AUDIT
                               = WS-SC-ITEM-CODE
                           PERFORM ADD-COUNT-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           ADD-COUNT-EVENT.
      * The after-category carries the location the correction
      * landed on; a line from before it did still holds the
      * category either side, and those corrections all landed on
      * the shop floor.
           PERFORM NEW-EVENT-ROW.
           IF WS-SC-EV-IX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'K' TO WS-SC-EV-KIND (WS-SC-EV-IX).
           COMPUTE WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX) =
               AUDIT-AFTER-QTY OF WS-AUDIT
               - AUDIT-BEFORE-QTY OF WS-AUDIT.
           MOVE WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX)
               TO WS-SC-EV-LOC-CHG (WS-SC-EV-IX).
           IF WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX) < 0
               COMPUTE WS-SC-EV-UNITS (WS-SC-EV-IX) =
                   0 - WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX)
           ELSE
               MOVE WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX)
                   TO WS-SC-EV-UNITS (WS-SC-EV-IX)
           END-IF.
           IF AUDIT-AFTER-CATEGORY OF WS-AUDIT
               = AUDIT-BEFORE-CATEGORY OF WS-AUDIT
               OR AUDIT-AFTER-CATEGORY OF WS-AUDIT = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-SC-EV-LOC (WS-SC-EV-IX)
           ELSE
               MOVE AUDIT-AFTER-CATEGORY OF WS-AUDIT (1:4)
                   TO WS-SC-EV-LOC (WS-SC-EV-IX)
           END-IF.
           MOVE AUDIT-USER-ID OF WS-AUDIT
               TO WS-SC-EV-REF (WS-SC-EV-IX).

           ADD-PRICE-EVENT.
           PERFORM NEW-EVENT-ROW.
           IF WS-SC-EV-IX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G' TO WS-SC-EV-KIND (WS-SC-EV-IX).
           MOVE WS-SC-PR-OLD (WS-SC-PR-SCAN)
               TO WS-SC-EV-OLD-PRICE (WS-SC-EV-IX).
           MOVE WS-SC-PR-NEW (WS-SC-PR-SCAN)
               TO WS-SC-EV-NEW-PRICE (WS-SC-EV-IX).
           MOVE WS-SC-PR-USER (WS-SC-PR-SCAN)
               TO WS-SC-EV-REF (WS-SC-EV-IX).

           DERIVE-LOCATION-OPENINGS.
      * Today's balance at each location, less everything the card's
      * lines moved there since it opened, is where that location
      * stood at the opening - the same backwards derivation the
      * period close uses for its opening balance.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-CODE (WS-LOC-SCAN) = WS-SC-ITEM-CODE
                   MOVE WS-LOC-LOCATION (WS-LOC-SCAN)
                       TO WS-SC-CHK-LOC
                   PERFORM FIND-CARD-LOCATION
                   IF WS-SC-LC-IX > 0
                       ADD WS-LOC-QTY (WS-LOC-SCAN)
                           TO WS-SC-LC-CURRENT (WS-SC-LC-IX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SC-EV-IX FROM 1 BY 1
           UNTIL WS-SC-EV-IX > WS-SC-EV-CNT
               PERFORM NET-ONE-EVENT
           END-PERFORM.
           MOVE 0 TO WS-SC-LC-OPEN-SUM.
           PERFORM VARYING WS-SC-LC-SCAN FROM 1 BY 1
           UNTIL WS-SC-LC-SCAN > WS-SC-LC-CNT
               COMPUTE WS-SC-LC-RUN (WS-SC-LC-SCAN) =
                   WS-SC-LC-CURRENT (WS-SC-LC-SCAN)
                   - WS-SC-LC-NET (WS-SC-LC-SCAN)
               ADD WS-SC-LC-RUN (WS-SC-LC-SCAN) TO WS-SC-LC-OPEN-SUM
           END-PERFORM.

           NET-ONE-EVENT.
           IF WS-SC-EV-KIND (WS-SC-EV-IX) = 'G'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SC-EV-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC.
           PERFORM FIND-CARD-LOCATION.
           IF WS-SC-LC-IX > 0
               ADD WS-SC-EV-LOC-CHG (WS-SC-EV-IX)
                   TO WS-SC-LC-NET (WS-SC-LC-IX)
           END-IF.
           IF WS-SC-EV-TO-LOC (WS-SC-EV-IX) NOT = SPACES
               MOVE WS-SC-EV-TO-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC
               PERFORM FIND-CARD-LOCATION
               IF WS-SC-LC-IX > 0
                   ADD WS-SC-EV-UNITS (WS-SC-EV-IX)
                       TO WS-SC-LC-NET (WS-SC-LC-IX)
               END-IF
           END-IF.

           FIND-CARD-LOCATION.
      * WS-SC-CHK-LOC to its row in WS-SC-LC-IX, adding the row the
      * first time the location turns up - zero when the table is
      * full.
           MOVE 0 TO WS-SC-LC-IX.
           PERFORM VARYING WS-SC-LC-SCAN FROM 1 BY 1
           UNTIL WS-SC-LC-SCAN > WS-SC-LC-CNT OR WS-SC-LC-IX > 0
               IF WS-SC-LC-LOC (WS-SC-LC-SCAN) = WS-SC-CHK-LOC
                   MOVE WS-SC-LC-SCAN TO WS-SC-LC-IX
               END-IF
           END-PERFORM.
           IF WS-SC-LC-IX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SC-LC-CNT NOT < WS-SC-LC-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-LC-CNT.
           MOVE WS-SC-LC-CNT TO WS-SC-LC-IX.
           MOVE WS-SC-CHK-LOC TO WS-SC-LC-LOC (WS-SC-LC-IX).
           MOVE 0 TO WS-SC-LC-CURRENT (WS-SC-LC-IX).
           MOVE 0 TO WS-SC-LC-NET (WS-SC-LC-IX).
           MOVE 0 TO WS-SC-LC-RUN (WS-SC-LC-IX).

           PRINT-STOCK-CARD.
      * The opening cost is the last one the history carried before
      * the card opens; an item with none yet stands at its ledger
      * average, or its gold value when it has never been costed.
           IF WS-SC-OPEN-COST = 0
               MOVE WS-SC-ITEM-CODE TO WS-CHK-COST-CODE
               PERFORM FIND-ITEM-AVG-COST
               IF WS-COST-FOUND = 'Y'
                   MOVE WS-FOUND-AVG-COST TO WS-SC-OPEN-COST
               ELSE
                   MOVE WS-SC-GOLD-VALUE TO WS-SC-OPEN-COST
               END-IF
           END-IF.
           MOVE WS-SC-OPEN-QTY TO WS-SC-RUN-QTY.
           MOVE WS-SC-OPEN-COST TO WS-SC-RUN-COST.
           MOVE WS-SC-START-INT TO WS-DATE-INT.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DATE-KEY.
           MOVE WS-DATE-KEY (1:6) TO WS-SC-START-PERIOD.
           DISPLAY ' '.
           DISPLAY '================================================'
               '================================================'.
           DISPLAY 'STOCK CARD  ITEM: ' WS-SC-ITEM-CODE ' '
               WS-SC-ITEM-NAME ' ' WS-SC-ITEM-CATEGORY.
           DISPLAY 'FROM ' WS-SC-FROM-IN ' TO ' WS-SC-TO-IN
               '  RUN DATE: ' WS-RUN-DATE-DISP.
           IF WS-SC-OPEN-PERIOD = SPACES
               DISPLAY 'NO PERIOD CLOSED BEFORE THE RANGE - THE CARD '
                   'OPENS AT NOTHING'
           ELSE
               DISPLAY 'OPENING FROM THE CLOSE OF PERIOD '
                   WS-SC-OPEN-PERIOD
           END-IF.
           DISPLAY '================================================'
               '================================================'.
           PERFORM VARYING WS-SC-EV-IX FROM 1 BY 1
           UNTIL WS-SC-EV-IX > WS-SC-EV-CNT
               PERFORM APPLY-ONE-EVENT
           END-PERFORM.
           IF WS-SC-PRINTING = 'N'
               PERFORM PRINT-OPENING-BLOCK
           END-IF.
           MOVE WS-TODAY-PERIOD TO WS-SC-CHK-PERIOD.
           PERFORM CHECK-CLOSED-PERIODS.
           IF WS-SC-CLOSED = 'N'
               PERFORM PRINT-CLOSING-BLOCK
           END-IF.
      * Carried on to today the card should land on the catalog's
      * own figure - a count or a posting outside the history would
      * show here first.
           IF WS-SC-RUN-QTY NOT = WS-SC-CATALOG-QTY
               MOVE WS-SC-RUN-QTY TO WS-BAL-EDIT
               MOVE WS-SC-CATALOG-QTY TO WS-QTY-EDIT
               DISPLAY '*** CARRIED TO TODAY THE CARD SHOWS '
                   WS-BAL-EDIT ' - THE CATALOG HOLDS ' WS-QTY-EDIT
               ADD 1 TO WS-SC-FLAG-CNT
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'LINES PRINTED:              ' WS-SC-LINES-PRINTED.
           DISPLAY 'DAYS OF AUDIT TRAIL READ:   ' WS-SC-AUD-DAYS.
           DISPLAY 'DISAGREEMENTS FLAGGED:      ' WS-SC-FLAG-CNT.
           IF WS-SC-EV-DROPPED > 0
               DISPLAY 'LINES BEYOND CARD CAPACITY: ' WS-SC-EV-DROPPED
           END-IF.

           APPLY-ONE-EVENT.
           IF WS-SC-PRINTING = 'N'
               AND WS-SC-EV-DATE-INT (WS-SC-EV-IX) NOT < WS-SC-FROM-INT
               PERFORM PRINT-OPENING-BLOCK
           END-IF.
           MOVE WS-SC-EV-PERIOD (WS-SC-EV-IX) TO WS-SC-CHK-PERIOD.
           PERFORM CHECK-CLOSED-PERIODS.
           IF WS-SC-CLOSED = 'N'
               AND WS-SC-EV-DATE-INT (WS-SC-EV-IX) > WS-SC-TO-INT
               PERFORM PRINT-CLOSING-BLOCK
           END-IF.
           ADD WS-SC-EV-TOTAL-CHG (WS-SC-EV-IX) TO WS-SC-RUN-QTY.
           IF WS-SC-EV-COST (WS-SC-EV-IX) > 0
               MOVE WS-SC-EV-COST (WS-SC-EV-IX) TO WS-SC-RUN-COST
           END-IF.
           IF WS-SC-EV-KIND (WS-SC-EV-IX) NOT = 'G'
               MOVE WS-SC-EV-TO-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC
               IF WS-SC-CHK-LOC NOT = SPACES
                   PERFORM FIND-CARD-LOCATION
                   IF WS-SC-LC-IX > 0
                       ADD WS-SC-EV-UNITS (WS-SC-EV-IX)
                           TO WS-SC-LC-RUN (WS-SC-LC-IX)
                   END-IF
               END-IF
               MOVE WS-SC-EV-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC
               PERFORM FIND-CARD-LOCATION
               IF WS-SC-LC-IX > 0
                   ADD WS-SC-EV-LOC-CHG (WS-SC-EV-IX)
                       TO WS-SC-LC-RUN (WS-SC-LC-IX)
               END-IF
           END-IF.
           IF WS-SC-PRINTING = 'Y' AND WS-SC-CLOSED = 'N'
               PERFORM PRINT-ONE-EVENT
           END-IF.

           PRINT-OPENING-BLOCK.
           MOVE 'Y' TO WS-SC-PRINTING.
           MOVE WS-SC-RUN-QTY TO WS-BAL-EDIT.
           MOVE WS-SC-RUN-COST TO WS-COST-EDIT.
           COMPUTE WS-SC-RUN-VALUE = WS-SC-RUN-QTY * WS-SC-RUN-COST.
           MOVE WS-SC-RUN-VALUE TO WS-VALUE-EDIT.
           DISPLAY 'OPENING BALANCE ' WS-SC-FROM-IN '    ON HAND '
               WS-BAL-EDIT '  AVG COST ' WS-COST-EDIT '  VALUE '
               WS-VALUE-EDIT.
           PERFORM PRINT-LOCATION-BALANCES.
      * Worked back from today, the locations should add up to the
      * opening the period close gave.
           IF WS-SC-OPEN-PERIOD NOT = SPACES
               AND WS-SC-LC-OPEN-SUM NOT = WS-SC-OPEN-QTY
               MOVE WS-SC-LC-OPEN-SUM TO WS-BAL-EDIT
               MOVE WS-SC-OPEN-QTY TO WS-LOC-BAL-EDIT
               DISPLAY '*** LOCATIONS OPEN AT ' WS-BAL-EDIT
                   ' - THE CLOSE OF PERIOD ' WS-SC-OPEN-PERIOD
                   ' GAVE ' WS-LOC-BAL-EDIT
               ADD 1 TO WS-SC-FLAG-CNT
           END-IF.
           DISPLAY '------------------------------------------------'
               '------------------------------------------------'.
           DISPLAY 'DATE       MOVEMENT       REFERENCE   QTY IN '
               'QTY OUT LOC  LOC BAL ON HAND   AVG COST          '
               'VALUE'.
           DISPLAY '------------------------------------------------'
               '------------------------------------------------'.

           PRINT-CLOSING-BLOCK.
           MOVE 'Y' TO WS-SC-CLOSED.
           DISPLAY '------------------------------------------------'
               '------------------------------------------------'.
           MOVE WS-SC-RUN-QTY TO WS-BAL-EDIT.
           MOVE WS-SC-RUN-COST TO WS-COST-EDIT.
           COMPUTE WS-SC-RUN-VALUE = WS-SC-RUN-QTY * WS-SC-RUN-COST.
           MOVE WS-SC-RUN-VALUE TO WS-VALUE-EDIT.
           DISPLAY 'CLOSING BALANCE ' WS-SC-TO-IN '    ON HAND '
               WS-BAL-EDIT '  AVG COST ' WS-COST-EDIT '  VALUE '
               WS-VALUE-EDIT.
           PERFORM PRINT-LOCATION-BALANCES.

           PRINT-LOCATION-BALANCES.
           PERFORM VARYING WS-SC-LC-SCAN FROM 1 BY 1
           UNTIL WS-SC-LC-SCAN > WS-SC-LC-CNT
               IF WS-SC-LC-RUN (WS-SC-LC-SCAN) NOT = 0
                   MOVE WS-SC-LC-RUN (WS-SC-LC-SCAN) TO WS-BAL-EDIT
                   DISPLAY '    AT ' WS-SC-LC-LOC (WS-SC-LC-SCAN) ' '
                       WS-BAL-EDIT
               END-IF
           END-PERFORM.

           CHECK-CLOSED-PERIODS.
      * Every closed period from the card's start up to (not
      * including) WS-SC-CHK-PERIOD has been passed - set the
      * running balance against its close, once each.  Only closes
      * inside the range are printed.
           PERFORM VARYING WS-SC-PC-SCAN FROM 1 BY 1
           UNTIL WS-SC-PC-SCAN > WS-SC-PC-CNT
               IF WS-SC-PC-CHECKED (WS-SC-PC-SCAN) = 'N'
                   AND WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                       NOT < WS-SC-START-PERIOD
                   AND WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                       < WS-SC-CHK-PERIOD
                   PERFORM CHECK-ONE-PERIOD
               END-IF
           END-PERFORM.

           CHECK-ONE-PERIOD.
           MOVE 'Y' TO WS-SC-PC-CHECKED (WS-SC-PC-SCAN).
           MOVE WS-SC-CHK-PERIOD TO WS-PERIOD-IN.
           MOVE WS-SC-PC-PERIOD (WS-SC-PC-SCAN) TO WS-SC-CHK-PERIOD.
           PERFORM FIND-PERIOD-END.
           MOVE WS-PERIOD-IN TO WS-SC-CHK-PERIOD.
           IF WS-SC-CHK-END-INT < WS-SC-FROM-INT
               OR WS-SC-CHK-END-INT > WS-SC-TO-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SC-PC-CLOSE (WS-SC-PC-SCAN) TO WS-SC-CHK-CLOSE.
           MOVE WS-SC-RUN-QTY TO WS-BAL-EDIT.
           MOVE WS-SC-CHK-CLOSE TO WS-QTY-EDIT.
           IF WS-SC-RUN-QTY = WS-SC-CHK-CLOSE
               DISPLAY '    PERIOD ' WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                   ' CLOSED AT ' WS-QTY-EDIT ' - CARD AGREES'
           ELSE
               DISPLAY '*** PERIOD ' WS-SC-PC-PERIOD (WS-SC-PC-SCAN)
                   ' CLOSED AT ' WS-QTY-EDIT ' - CARD SHOWS '
                   WS-BAL-EDIT
               ADD 1 TO WS-SC-FLAG-CNT
           END-IF.

           FIND-PERIOD-END.
      * WS-SC-CHK-PERIOD (YYYYMM) to its last day in
      * WS-SC-CHK-END-INT.
           MOVE WS-SC-CHK-PERIOD (1:4) TO WS-NEXT-YYYY.
           MOVE WS-SC-CHK-PERIOD (5:2) TO WS-NEXT-MM.
           ADD 1 TO WS-NEXT-MM.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-NEXT-YYYY WS-NEXT-MM '01'
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-SC-CHK-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.

           PRINT-ONE-EVENT.
           ADD 1 TO WS-SC-LINES-PRINTED.
           PERFORM DESCRIBE-EVENT.
           IF WS-SC-EV-KIND (WS-SC-EV-IX) = 'G'
               MOVE WS-SC-EV-OLD-PRICE (WS-SC-EV-IX)
                   TO WS-OLD-VALUE-EDIT
               MOVE WS-SC-EV-NEW-PRICE (WS-SC-EV-IX) TO WS-COST-EDIT
               DISPLAY WS-SC-EV-DATE (WS-SC-EV-IX) ' ' WS-SC-DESC ' '
                   WS-SC-EV-REF (WS-SC-EV-IX) '  GOLD VALUE '
                   WS-OLD-VALUE-EDIT ' -> ' WS-COST-EDIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SC-IN-X WS-SC-OUT-X.
           MOVE WS-SC-EV-UNITS (WS-SC-EV-IX) TO WS-QTY-EDIT.
           IF WS-SC-EV-LOC-CHG (WS-SC-EV-IX) < 0
               MOVE WS-QTY-EDIT TO WS-SC-OUT-X
           ELSE
               MOVE WS-QTY-EDIT TO WS-SC-IN-X
           END-IF.
           MOVE WS-SC-EV-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC.
           PERFORM FIND-CARD-LOCATION.
           IF WS-SC-LC-IX > 0
               MOVE WS-SC-LC-RUN (WS-SC-LC-IX) TO WS-LOC-BAL-EDIT
           ELSE
               MOVE 0 TO WS-LOC-BAL-EDIT
           END-IF.
           MOVE WS-SC-RUN-QTY TO WS-BAL-EDIT.
           MOVE WS-SC-RUN-COST TO WS-COST-EDIT.
           COMPUTE WS-SC-RUN-VALUE = WS-SC-RUN-QTY * WS-SC-RUN-COST.
           MOVE WS-SC-RUN-VALUE TO WS-VALUE-EDIT.
           DISPLAY WS-SC-EV-DATE (WS-SC-EV-IX) ' ' WS-SC-DESC ' '
               WS-SC-EV-REF (WS-SC-EV-IX) ' ' WS-SC-IN-X ' '
               WS-SC-OUT-X '  ' WS-SC-EV-LOC (WS-SC-EV-IX) ' '
               WS-LOC-BAL-EDIT ' ' WS-BAL-EDIT ' ' WS-COST-EDIT ' '
               WS-VALUE-EDIT.
      * The receiving side of a transfer or a hire gets its own
      * line under the sending side.
           IF WS-SC-EV-TO-LOC (WS-SC-EV-IX) NOT = SPACES
               MOVE WS-SC-EV-TO-LOC (WS-SC-EV-IX) TO WS-SC-CHK-LOC
               PERFORM FIND-CARD-LOCATION
               IF WS-SC-LC-IX > 0
                   MOVE WS-SC-LC-RUN (WS-SC-LC-IX) TO WS-LOC-BAL-EDIT
               ELSE
                   MOVE 0 TO WS-LOC-BAL-EDIT
               END-IF
               DISPLAY '                                     '
                   WS-QTY-EDIT '         '
                   WS-SC-EV-TO-LOC (WS-SC-EV-IX) ' ' WS-LOC-BAL-EDIT
           END-IF.

           DESCRIBE-EVENT.
           EVALUATE WS-SC-EV-KIND (WS-SC-EV-IX)
               WHEN 'R'
                   MOVE 'RECEIPT' TO WS-SC-DESC
               WHEN 'I'
                   MOVE 'ISSUE' TO WS-SC-DESC
               WHEN 'T'
                   MOVE 'TRANSFER' TO WS-SC-DESC
               WHEN 'S'
                   MOVE 'SALE' TO WS-SC-DESC
               WHEN 'U'
                   MOVE 'CUSTOMER RETRN' TO WS-SC-DESC
               WHEN 'M'
                   MOVE 'KITS MADE' TO WS-SC-DESC
               WHEN 'C'
                   MOVE 'INTO KITS' TO WS-SC-DESC
               WHEN 'B'
                   MOVE 'KITS BROKEN' TO WS-SC-DESC
               WHEN 'P'
                   MOVE 'PARTS RECOVERD' TO WS-SC-DESC
               WHEN 'W'
                   MOVE 'LOT WRITE-OFF' TO WS-SC-DESC
               WHEN 'K'
                   MOVE 'COUNT ADJUST' TO WS-SC-DESC
               WHEN 'H'
                   MOVE 'OUT ON HIRE' TO WS-SC-DESC
               WHEN 'N'
                   MOVE 'BACK OFF HIRE' TO WS-SC-DESC
               WHEN 'G'
                   MOVE 'PRICE CHANGE' TO WS-SC-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN TYPE' TO WS-SC-DESC
           END-EVALUATE.

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

           COPY DATEFMT.
           COPY SIGNON.
           COPY MHSTRSLV.
           COPY PERRSLV.
           COPY PRCHRSLV.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY RENTRSLV.
           COPY RENTLOAD.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM STOCK-CARD.
