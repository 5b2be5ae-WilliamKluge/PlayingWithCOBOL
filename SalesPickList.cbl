      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Pick list for the open sales orders - every order
      *          line still waiting on stock is given the location it
      *          is to be picked from (an EPIC line the held serial
      *          it is to ship, and the location the register puts
      *          that unit) and goes on the list.  A sellable
      *          location that covers the whole line is preferred,
      *          then any location that does (vault and bonded stock
      *          is walked to the floor when the pick is confirmed),
      *          then whatever the fullest location holds, the rest
      *          staying open for the next list.  Quarantined stock
      *          is never picked.  The list prints grouped by
      *          location in location-master order, and the same
      *          lines go to the pick confirmation file the floor
      *          corrects and ship confirmation reads back (see
      *          SHPCREC).  The balances picked from are the posted
      *          ones, so the list is run after the posting run has
      *          taken up the last confirmation's sales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-PICK-LIST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The sales orders picked from - see SORDREC/SORDLOAD
           SELECT SORDER-FILE ASSIGN DYNAMIC WS-SORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORDER-STATUS.
      * The catalog - item names and categories
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Per-location stock balances - see LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * The locations and which of them customers buy from - see
      * LMSTREC/LMSTLOAD
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
      * Serial-number register - the EPIC units held and where (see
      * SERREC/SERLOAD)
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * Pick confirmation file written for the floor - PICKFILE env
      * var, defaults to picklist.txt (see SHPCREC)
           SELECT PICK-FILE ASSIGN DYNAMIC WS-PICK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICK-STATUS.
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
           FD SORDER-FILE.
           01 SORDER-FILE-REC.
               COPY SORDREC.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD PICK-FILE.
           01 PICK-REC.
               COPY SHPCREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY SORDSTAT.
           COPY SORDNAME.
           COPY SORDWS.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-FOUND-IX              PIC 9(4).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY LMSTWS.
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
           COPY RTNRSN.
           01 WS-PICK-FILENAME         PIC X(100).
           01 WS-PICK-STATUS           PIC X(2).
           COPY RUNSWS.
           COPY LOCKWS.
           COPY DATESTAMP.
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * The line being picked and the location chosen for it.
           01 WS-PK-IX                 PIC 9(4).
           01 WS-PK-NEED               PIC 9(5).
           01 WS-PK-LOC                PIC X(4).
           01 WS-PK-QTY                PIC 9(5).
           01 WS-PK-SERIAL             PIC X(12).
           01 WS-PK-REASON             PIC X(30).
           01 WS-PK-PASS               PIC 9(1).
           01 WS-PK-BEST-AVAIL         PIC 9(7).
           01 WS-PK-AVAIL              PIC 9(7).
           01 WS-PK-COMMITTED          PIC 9(7).
           01 WS-PK-SER-TAKEN          PIC A(1).
      * The location being printed and its running totals.
           01 WS-PR-IX                 PIC 9(2).
           01 WS-PR-LOC                PIC X(4).
           01 WS-PR-LINES              PIC 9(4).
           01 WS-PR-UNITS              PIC 9(7).
           01 WS-PR-NAME               PIC X(30).
      * Whole-run totals.
           01 WS-NEW-PICKS             PIC 9(4) VALUE 0.
           01 WS-PART-PICKS            PIC 9(4) VALUE 0.
           01 WS-LEFT-OPEN             PIC 9(4) VALUE 0.
           01 WS-LIST-LINES            PIC 9(4) VALUE 0.
           01 WS-OFF-LIST-LINES        PIC 9(4) VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-EDIT              PIC ZZZZ9.
           01 WS-UNITS-EDIT            PIC ZZZZZZ9.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'SALES-PICK-LIST' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM RESOLVE-PICK-FILENAME.
           PERFORM LOAD-LOCATION-MASTER.
      * The lines are marked picked and the order file rewritten -
      * the exclusive enqueue keeps order entry out meanwhile.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           OPEN INPUT ITEM.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           PERFORM LOAD-CATALOG.
           CLOSE ITEM.
           PERFORM LOAD-SALES-ORDERS.
           IF WS-ROWS-DROPPED > 0 OR WS-SORD-DROPPED > 0
               DISPLAY 'PICK LIST NOT PRODUCED - ROWS WERE DROPPED '
                   'ON LOAD FOR EXCEEDING CAPACITY'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM BUILD-RUN-DATE-TIME.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'SALES ORDER PICK LIST  RUN DATE: '
               WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
      * Lines are picked in file order - the oldest order first.
           PERFORM VARYING WS-PK-IX FROM 1 BY 1
           UNTIL WS-PK-IX > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-PK-IX) = 'O'
                   AND WS-SORD-ORDER-QTY (WS-PK-IX)
                       > WS-SORD-SHIP-QTY (WS-PK-IX)
                   PERFORM PICK-ONE-ORDER-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-PICK-FILE.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
           UNTIL WS-PR-IX > WS-LMST-CNT
               PERFORM PRINT-ONE-PICK-LOCATION
           END-PERFORM.
           PERFORM PRINT-PICK-TOTALS.
           IF WS-NEW-PICKS > 0
               PERFORM REWRITE-SALES-ORDERS
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-SORD-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-LEFT-OPEN TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-PICK-FILENAME.
           ACCEPT WS-PICK-FILENAME FROM ENVIRONMENT 'PICKFILE'.
           IF WS-PICK-FILENAME = SPACES
               MOVE 'picklist.txt' TO WS-PICK-FILENAME
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
                               MOVE ITEM-CODE OF WS-ITEM
                                   TO WS-ITEM-CODE (WS-REC-CNT)
                               MOVE ITEM-NAME OF WS-ITEM
                                   TO WS-ITEM-NAME (WS-REC-CNT)
                               MOVE ITEM-CATEGORY OF WS-ITEM
                                   TO WS-ITEM-CATEGORY (WS-REC-CNT)
                           ELSE
                               ADD 1 TO WS-ROWS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           FIND-CATALOG-ITEM.
      * WS-CHK-LOC-CODE names the item; WS-FOUND-IX answers, zero
      * for a code the catalog no longer carries.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   MOVE 0 TO WS-FOUND-IX
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-CHK-LOC-CODE
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.

           PICK-ONE-ORDER-LINE.
           COMPUTE WS-PK-NEED = WS-SORD-ORDER-QTY (WS-PK-IX)
               - WS-SORD-SHIP-QTY (WS-PK-IX).
           MOVE SPACES TO WS-PK-LOC.
           MOVE SPACES TO WS-PK-SERIAL.
           MOVE SPACES TO WS-PK-REASON.
           MOVE 0 TO WS-PK-QTY.
           MOVE WS-SORD-CODE (WS-PK-IX) TO WS-CHK-LOC-CODE.
           PERFORM FIND-CATALOG-ITEM.
           IF WS-FOUND-IX = 0
               MOVE 'ITEM NO LONGER ON CATALOG' TO WS-PK-REASON
           ELSE
               IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
                   PERFORM PICK-EPIC-SERIAL
               ELSE
                   PERFORM PICK-FROM-LOCATIONS
               END-IF
           END-IF.
           IF WS-PK-QTY = 0
               IF WS-PK-REASON = SPACES
                   MOVE 'NO STOCK TO PICK' TO WS-PK-REASON
               END-IF
               ADD 1 TO WS-LEFT-OPEN
               DISPLAY 'LEFT OPEN: ' WS-SORD-NUMBER (WS-PK-IX) '/'
                   WS-SORD-LINE (WS-PK-IX) ' '
                   WS-SORD-CODE (WS-PK-IX) ' - ' WS-PK-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'K' TO WS-SORD-STATUS (WS-PK-IX).
           MOVE WS-PK-QTY TO WS-SORD-PICK-QTY (WS-PK-IX).
           MOVE WS-PK-LOC TO WS-SORD-PICK-LOC (WS-PK-IX).
           MOVE WS-PK-SERIAL TO WS-SORD-SERIAL (WS-PK-IX).
           MOVE WS-RUN-DATE-DISP TO WS-SORD-PICK-DATE (WS-PK-IX).
           ADD 1 TO WS-NEW-PICKS.
           IF WS-PK-QTY < WS-PK-NEED
               ADD 1 TO WS-PART-PICKS
               DISPLAY 'PART PICK: ' WS-SORD-NUMBER (WS-PK-IX) '/'
                   WS-SORD-LINE (WS-PK-IX) ' '
                   WS-SORD-CODE (WS-PK-IX) ' - ' WS-PK-QTY ' OF '
                   WS-PK-NEED ' FROM ' WS-PK-LOC
           END-IF.

           PICK-EPIC-SERIAL.
      * The first held unit no other picked line already names -
      * it is picked from wherever the register puts it.
           PERFORM VARYING WS-SER-SCAN FROM 1 BY 1
           UNTIL WS-SER-SCAN > WS-SER-CNT OR WS-PK-QTY > 0
               IF WS-SER-CODE (WS-SER-SCAN) = WS-SORD-CODE (WS-PK-IX)
                   AND WS-SER-STATUS (WS-SER-SCAN) = 'H'
                   PERFORM CHECK-SERIAL-PICKABLE
                   IF WS-PK-SER-TAKEN = 'N'
                       MOVE WS-SER-SERIAL (WS-SER-SCAN)
                           TO WS-PK-SERIAL
                       MOVE WS-SER-LOCATION (WS-SER-SCAN)
                           TO WS-PK-LOC
                       IF WS-PK-LOC = SPACES
                           MOVE WS-DEFAULT-LOCATION TO WS-PK-LOC
                       END-IF
                       MOVE 1 TO WS-PK-QTY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PK-QTY = 0
               MOVE 'NO HELD SERIAL FREE TO PICK' TO WS-PK-REASON
           END-IF.

           CHECK-SERIAL-PICKABLE.
      * Taken when another line on a pick list already names it, or
      * when the unit sits in quarantine.
           MOVE 'N' TO WS-PK-SER-TAKEN.
           IF WS-SER-LOCATION (WS-SER-SCAN) = WS-QUARANTINE-LOCATION
               MOVE 'Y' TO WS-PK-SER-TAKEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   AND WS-SORD-SERIAL (WS-SORD-SCAN)
                       = WS-SER-SERIAL (WS-SER-SCAN)
                   MOVE 'Y' TO WS-PK-SER-TAKEN
               END-IF
           END-PERFORM.

           PICK-FROM-LOCATIONS.
      * Pass 1 - a sellable location covering the whole line.
      * Pass 2 - any location covering it.  Pass 3 - the location
      * holding the most, for a part pick.
           PERFORM VARYING WS-PK-PASS FROM 1 BY 1
           UNTIL WS-PK-PASS > 2 OR WS-PK-LOC NOT = SPACES
               PERFORM VARYING WS-LMST-SCAN FROM 1 BY 1
               UNTIL WS-LMST-SCAN > WS-LMST-CNT
                   OR WS-PK-LOC NOT = SPACES
                   IF WS-PK-PASS = 2
                       OR WS-LMST-SELLABLE (WS-LMST-SCAN) = 'Y'
                       PERFORM FIND-PICK-AVAILABLE
                       IF WS-PK-AVAIL NOT < WS-PK-NEED
                           MOVE WS-LMST-LOC (WS-LMST-SCAN)
                               TO WS-PK-LOC
                           MOVE WS-PK-NEED TO WS-PK-QTY
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-PK-LOC NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PK-BEST-AVAIL.
           PERFORM VARYING WS-LMST-SCAN FROM 1 BY 1
           UNTIL WS-LMST-SCAN > WS-LMST-CNT
               PERFORM FIND-PICK-AVAILABLE
               IF WS-PK-AVAIL > WS-PK-BEST-AVAIL
                   MOVE WS-PK-AVAIL TO WS-PK-BEST-AVAIL
                   MOVE WS-LMST-LOC (WS-LMST-SCAN) TO WS-PK-LOC
               END-IF
           END-PERFORM.
           MOVE WS-PK-BEST-AVAIL TO WS-PK-QTY.

           FIND-PICK-AVAILABLE.
      * What WS-LMST-SCAN's location holds of the line's item, less
      * what lines already on a pick list are taking from there.
      * Quarantine holds nothing that can be picked.
           MOVE 0 TO WS-PK-AVAIL.
           IF WS-LMST-LOC (WS-LMST-SCAN) = WS-QUARANTINE-LOCATION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SORD-CODE (WS-PK-IX) TO WS-CHK-LOC-CODE.
           MOVE WS-LMST-LOC (WS-LMST-SCAN) TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PK-COMMITTED.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   AND WS-SORD-CODE (WS-SORD-SCAN) = WS-CHK-LOC-CODE
                   AND WS-SORD-PICK-LOC (WS-SORD-SCAN)
                       = WS-CHK-LOC-LOC
                   ADD WS-SORD-PICK-QTY (WS-SORD-SCAN)
                       TO WS-PK-COMMITTED
               END-IF
           END-PERFORM.
           IF WS-LOC-QTY (WS-LOC-FOUND-IX) > WS-PK-COMMITTED
               COMPUTE WS-PK-AVAIL = WS-LOC-QTY (WS-LOC-FOUND-IX)
                   - WS-PK-COMMITTED
           END-IF.

           WRITE-PICK-FILE.
      * Every line on a pick list goes out, this run's and any an
      * earlier list left unconfirmed - the floor fills in what it
      * actually picked, pre-set to the full pick.
           OPEN OUTPUT PICK-FILE.
           IF WS-PICK-STATUS NOT = '00'
               DISPLAY 'PICK FILE NOT WRITTEN - FILE STATUS '
                   WS-PICK-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   MOVE WS-SORD-NUMBER (WS-SORD-SCAN)
                       TO SHPC-ORDER-NO
                   MOVE WS-SORD-LINE (WS-SORD-SCAN) TO SHPC-LINE-NO
                   MOVE WS-SORD-CODE (WS-SORD-SCAN) TO SHPC-ITEM-CODE
                   MOVE WS-SORD-PICK-LOC (WS-SORD-SCAN)
                       TO SHPC-PICK-LOC
                   MOVE WS-SORD-SERIAL (WS-SORD-SCAN) TO SHPC-SERIAL
                   MOVE WS-SORD-PICK-QTY (WS-SORD-SCAN)
                       TO SHPC-PICK-QTY
                   MOVE WS-SORD-PICK-QTY (WS-SORD-SCAN)
                       TO SHPC-PICKED-QTY
                   WRITE PICK-REC
                   ADD 1 TO WS-LIST-LINES
               END-IF
           END-PERFORM.
           CLOSE PICK-FILE.

           PRINT-ONE-PICK-LOCATION.
           MOVE WS-LMST-LOC (WS-PR-IX) TO WS-PR-LOC.
           MOVE 0 TO WS-PR-LINES.
           MOVE 0 TO WS-PR-UNITS.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   AND WS-SORD-PICK-LOC (WS-SORD-SCAN) = WS-PR-LOC
                   IF WS-PR-LINES = 0
                       DISPLAY ' '
                       DISPLAY 'LOCATION ' WS-PR-LOC ' '
                           WS-LMST-DESC (WS-PR-IX)
                       DISPLAY 'ORDER    LN  CUSTOMER   ITEM   NAME'
                           '                             QTY SERIAL'
                       DISPLAY '---------------------------------'
                           '-----------------------------------'
                   END-IF
                   PERFORM PRINT-ONE-PICK-LINE
               END-IF
           END-PERFORM.
           IF WS-PR-LINES > 0
               MOVE WS-PR-UNITS TO WS-UNITS-EDIT
               DISPLAY 'UNITS TO PICK AT ' WS-PR-LOC ': '
                   WS-UNITS-EDIT
               IF WS-LMST-SELLABLE (WS-PR-IX) NOT = 'Y'
                   DISPLAY '  NOT SELLABLE - TAKE TO THE SHOP FLOOR '
                       'ON CONFIRMATION'
               END-IF
           END-IF.

           PRINT-ONE-PICK-LINE.
           ADD 1 TO WS-PR-LINES.
           ADD WS-SORD-PICK-QTY (WS-SORD-SCAN) TO WS-PR-UNITS.
           MOVE WS-SORD-CODE (WS-SORD-SCAN) TO WS-CHK-LOC-CODE.
           PERFORM FIND-CATALOG-ITEM.
           IF WS-FOUND-IX > 0
               MOVE WS-ITEM-NAME (WS-FOUND-IX) TO WS-PR-NAME
           ELSE
               MOVE '(NOT ON CATALOG)' TO WS-PR-NAME
           END-IF.
           MOVE WS-SORD-PICK-QTY (WS-SORD-SCAN) TO WS-QTY-EDIT.
           DISPLAY WS-SORD-NUMBER (WS-SORD-SCAN) ' '
               WS-SORD-LINE (WS-SORD-SCAN) ' '
               WS-SORD-CUSTOMER (WS-SORD-SCAN) ' '
               WS-SORD-CODE (WS-SORD-SCAN) ' ' WS-PR-NAME ' '
               WS-QTY-EDIT ' ' WS-SORD-SERIAL (WS-SORD-SCAN).

           PRINT-PICK-TOTALS.
      * A picked line whose location has since left the master can
      * not be grouped - count it so it is not silently missed.
           MOVE 0 TO WS-OFF-LIST-LINES.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   MOVE WS-SORD-PICK-LOC (WS-SORD-SCAN)
                       TO WS-CHK-LMST-LOC
                   PERFORM CHECK-LOCATION-MASTER
                   IF WS-LMST-VALID = 'N'
                       ADD 1 TO WS-OFF-LIST-LINES
                       DISPLAY 'LOCATION OFF MASTER: '
                           WS-SORD-NUMBER (WS-SORD-SCAN) '/'
                           WS-SORD-LINE (WS-SORD-SCAN) ' AT '
                           WS-SORD-PICK-LOC (WS-SORD-SCAN)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '================================================'.
           MOVE WS-NEW-PICKS TO WS-QTY-EDIT.
           DISPLAY 'LINES PICKED THIS RUN:   ' WS-QTY-EDIT.
           MOVE WS-PART-PICKS TO WS-QTY-EDIT.
           DISPLAY '  OF WHICH PART PICKS:   ' WS-QTY-EDIT.
           MOVE WS-LEFT-OPEN TO WS-QTY-EDIT.
           DISPLAY 'LINES LEFT OPEN:         ' WS-QTY-EDIT.
           MOVE WS-LIST-LINES TO WS-QTY-EDIT.
           DISPLAY 'LINES ON THE PICK FILE:  ' WS-QTY-EDIT.
           IF WS-OFF-LIST-LINES > 0
               MOVE WS-OFF-LIST-LINES TO WS-QTY-EDIT
               DISPLAY 'LINES OFF THE MASTER:    ' WS-QTY-EDIT
           END-IF.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY SORDRSLV.
           COPY SORDLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM SALES-PICK-LIST.
