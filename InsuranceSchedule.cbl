      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Per-location insurance schedule for the underwriter -
      *          for every location on the location master, the
      *          stock held there extended at weighted-average cost
      *          (the catalog gold value for an item with no cost
      *          history), the serial listing of the EPIC units the
      *          register places there, and the units held against
      *          the location's capacity.  A location whose holdings
      *          exceed its insured limit is flagged, and stock
      *          still sitting on a location the master does not
      *          know is listed separately so nothing held goes
      *          unscheduled.
      * Tectonics: cobc
      * Modified: 2026-10-15 - EPIC serials out on hire are scheduled
      *           under the hire location, where the location
      *           balances carry them (see RENTREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSURANCE-SCHEDULE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The catalog - names, and the whole-shop totals any stock not
      * yet split by location is taken from
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * The weighted-average costing ledger the stock is valued at -
      * see COSTREC/COSTLOAD
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * Per-location stock balances - see LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * The locations, their capacities and insured limits - see
      * LMSTREC/LMSTLOAD
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
      * Serial-number register - where each EPIC unit sits (see
      * SERREC/SERLOAD)
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
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
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY LMSTWS.
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
      * Catalog capacity matches the OCCURS bound in ITEMTAB - a
      * catalog that overflows it is refused rather than scheduled
      * short, or the dropped items would go uninsured.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY DATESTAMP.
           01 WS-TABLE-INDEX           PIC 9(4).
           01 WS-FOUND-IX              PIC 9(4).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Units of each catalog item no location row accounts for,
      * parallel to the catalog table - stock from before the shop
      * split by location, which sits on the floor.
           01 WS-UNSPLIT-ROWS.
               05 WS-UNSPLIT-QTY       PIC 9(5) OCCURS 5000 TIMES.
           01 WS-SPLIT-QTY             PIC 9(7).
      * The location being scheduled and its running totals.
           01 WS-INS-IX                PIC 9(2).
           01 WS-INS-LOC               PIC X(4).
           01 WS-INS-QTY               PIC 9(7).
           01 WS-INS-UNIT-COST         PIC 9(7)V99.
           01 WS-INS-EXT               PIC 9(11)V99.
           01 WS-INS-NAME              PIC X(30).
           01 WS-INS-UNITS             PIC 9(9).
           01 WS-INS-VALUE             PIC 9(11)V99.
           01 WS-INS-OVER-BY           PIC 9(11)V99.
           01 WS-INS-SERIAL-CNT        PIC 9(4).
           01 WS-INS-SERIAL-LOC        PIC X(4).
      * Whole-schedule totals for the foot of the report.
           01 WS-TOTAL-UNITS           PIC 9(9) VALUE 0.
           01 WS-TOTAL-VALUE           PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-SERIALS         PIC 9(4) VALUE 0.
           01 WS-OVER-LIMIT-CNT        PIC 9(3) VALUE 0.
           01 WS-OFF-MASTER-CNT        PIC 9(4) VALUE 0.
           01 WS-OFF-MASTER-VALUE      PIC 9(11)V99 VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-EDIT              PIC ZZZZZZ9.
           01 WS-UNITS-EDIT            PIC ZZZZZZZZ9.
           01 WS-COST-EDIT             PIC ZZZZZZ9.99.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
           01 WS-LIMIT-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'INSURANCE-SCHEDULE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM LOAD-LOCATION-MASTER.
      * The posting run rewrites the balances and the register
      * under the exclusive enqueue - read everything under the
      * shared one so the schedule is one consistent picture.
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
               DISPLAY 'SCHEDULE NOT PRODUCED - ' WS-ROWS-DROPPED
                   ' ROWS WERE DROPPED ON LOAD FOR EXCEEDING CAPACITY'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-COST-LEDGER.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM FIND-UNSPLIT-STOCK.
           PERFORM BUILD-RUN-DATE-TIME.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'INSURANCE SCHEDULE  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY 'STOCK HELD PER LOCATION AT WEIGHTED-AVERAGE COST'.
           DISPLAY '================================================'.
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
           UNTIL WS-INS-IX > WS-LMST-CNT
               PERFORM PRINT-ONE-LOCATION
           END-PERFORM.
           PERFORM PRINT-OFF-MASTER-STOCK.
           PERFORM PRINT-SCHEDULE-TOTALS.
           INITIALIZE WS-RUNS.
           MOVE WS-LOC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-OFF-MASTER-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

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
                           ELSE
                               ADD 1 TO WS-ROWS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           FIND-UNSPLIT-STOCK.
      * The catalog total is the sum of the locations for a split
      * item - whatever the location rows fall short of it is
      * older stock that never left the floor.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               MOVE 0 TO WS-SPLIT-QTY
               PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
               UNTIL WS-LOC-SCAN > WS-LOC-CNT
                   IF WS-LOC-CODE (WS-LOC-SCAN)
                       = WS-ITEM-CODE (WS-TABLE-INDEX)
                       ADD WS-LOC-QTY (WS-LOC-SCAN) TO WS-SPLIT-QTY
                   END-IF
               END-PERFORM
               IF WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX) > WS-SPLIT-QTY
                   COMPUTE WS-UNSPLIT-QTY (WS-TABLE-INDEX) =
                       WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                       - WS-SPLIT-QTY
               ELSE
                   MOVE 0 TO WS-UNSPLIT-QTY (WS-TABLE-INDEX)
               END-IF
           END-PERFORM.

           FIND-CATALOG-ITEM.
      * WS-CHK-COST-CODE names the item; WS-FOUND-IX answers, zero
      * for a code the catalog no longer carries.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   MOVE 0 TO WS-FOUND-IX
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-CHK-COST-CODE
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
           END-SEARCH.

           PRICE-ONE-HOLDING.
      * WS-CHK-COST-CODE and WS-INS-QTY set - the unit at average
      * cost, the catalog gold value where the ledger has no
      * history, extended into WS-INS-EXT.
           PERFORM FIND-CATALOG-ITEM.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-FOUND-IX > 0
               MOVE WS-ITEM-NAME (WS-FOUND-IX) TO WS-INS-NAME
           ELSE
               MOVE '(NOT ON CATALOG)' TO WS-INS-NAME
           END-IF.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-INS-UNIT-COST
           ELSE
               IF WS-FOUND-IX > 0
                   MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                       TO WS-INS-UNIT-COST
               ELSE
                   MOVE 0 TO WS-INS-UNIT-COST
               END-IF
           END-IF.
           COMPUTE WS-INS-EXT = WS-INS-QTY * WS-INS-UNIT-COST.

           PRINT-ONE-LOCATION.
           MOVE WS-LMST-LOC (WS-INS-IX) TO WS-INS-LOC.
           MOVE 0 TO WS-INS-UNITS.
           MOVE 0 TO WS-INS-VALUE.
           MOVE 0 TO WS-INS-SERIAL-CNT.
           DISPLAY ' '.
           DISPLAY 'LOCATION: ' WS-INS-LOC ' '
               WS-LMST-DESC (WS-INS-IX) ' SELLABLE: '
               WS-LMST-SELLABLE (WS-INS-IX).
           DISPLAY 'CODE   NAME                               QTY'
               '  UNIT COST       EXTENDED'.
           DISPLAY '------------------------------------------------'
               '--------------------'.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-LOCATION (WS-LOC-SCAN) = WS-INS-LOC
                   AND WS-LOC-QTY (WS-LOC-SCAN) > 0
                   MOVE WS-LOC-CODE (WS-LOC-SCAN) TO WS-CHK-COST-CODE
                   MOVE WS-LOC-QTY (WS-LOC-SCAN) TO WS-INS-QTY
                   PERFORM PRINT-ONE-HOLDING
               END-IF
           END-PERFORM.
           IF WS-INS-LOC = WS-DEFAULT-LOCATION
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > WS-REC-CNT
                   IF WS-UNSPLIT-QTY (WS-TABLE-INDEX) > 0
                       MOVE WS-ITEM-CODE (WS-TABLE-INDEX)
                           TO WS-CHK-COST-CODE
                       MOVE WS-UNSPLIT-QTY (WS-TABLE-INDEX)
                           TO WS-INS-QTY
                       PERFORM PRINT-ONE-HOLDING
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-INS-UNITS = 0
               DISPLAY 'NO STOCK HELD'
           END-IF.
           PERFORM PRINT-LOCATION-SERIALS.
           PERFORM PRINT-LOCATION-FOOT.
           ADD WS-INS-UNITS TO WS-TOTAL-UNITS.
           ADD WS-INS-VALUE TO WS-TOTAL-VALUE.
           ADD WS-INS-SERIAL-CNT TO WS-TOTAL-SERIALS.

           PRINT-ONE-HOLDING.
           PERFORM PRICE-ONE-HOLDING.
           ADD WS-INS-QTY TO WS-INS-UNITS.
           ADD WS-INS-EXT TO WS-INS-VALUE.
           MOVE WS-INS-QTY TO WS-QTY-EDIT.
           MOVE WS-INS-UNIT-COST TO WS-COST-EDIT.
           MOVE WS-INS-EXT TO WS-VALUE-EDIT.
           DISPLAY WS-CHK-COST-CODE ' ' WS-INS-NAME ' '
               WS-QTY-EDIT ' ' WS-COST-EDIT ' ' WS-VALUE-EDIT.

           PRINT-LOCATION-SERIALS.
      * The underwriter schedules EPIC units one by one - every held
      * serial the register places here, a unit out on hire under
      * the hire location.  A register row from before locations
      * were kept is on the floor.
           PERFORM VARYING WS-SER-SCAN FROM 1 BY 1
           UNTIL WS-SER-SCAN > WS-SER-CNT
               IF WS-SER-STATUS (WS-SER-SCAN) = 'H'
                   OR WS-SER-STATUS (WS-SER-SCAN) = 'R'
                   MOVE WS-SER-LOCATION (WS-SER-SCAN)
                       TO WS-INS-SERIAL-LOC
                   IF WS-INS-SERIAL-LOC = SPACES
                       MOVE WS-DEFAULT-LOCATION TO WS-INS-SERIAL-LOC
                   END-IF
                   IF WS-INS-SERIAL-LOC = WS-INS-LOC
                       IF WS-INS-SERIAL-CNT = 0
                           DISPLAY 'EPIC SERIALS HELD:'
                       END-IF
                       ADD 1 TO WS-INS-SERIAL-CNT
                       MOVE WS-SER-CODE (WS-SER-SCAN)
                           TO WS-CHK-COST-CODE
                       PERFORM FIND-CATALOG-ITEM
                       IF WS-FOUND-IX > 0
                           MOVE WS-ITEM-NAME (WS-FOUND-IX)
                               TO WS-INS-NAME
                       ELSE
                           MOVE '(NOT ON CATALOG)' TO WS-INS-NAME
                       END-IF
                       DISPLAY '  ' WS-SER-CODE (WS-SER-SCAN) ' '
                           WS-SER-SERIAL (WS-SER-SCAN) ' '
                           WS-INS-NAME
                   END-IF
               END-IF
           END-PERFORM.

           PRINT-LOCATION-FOOT.
           DISPLAY '------------------------------------------------'
               '--------------------'.
           MOVE WS-INS-UNITS TO WS-UNITS-EDIT.
           IF WS-LMST-CAPACITY (WS-INS-IX) = 0
               DISPLAY 'UNITS HELD:     ' WS-UNITS-EDIT
                   '   CAPACITY: NOT CONTROLLED'
           ELSE
               MOVE WS-LMST-CAPACITY (WS-INS-IX)
                   TO WS-QTY-EDIT
               DISPLAY 'UNITS HELD:     ' WS-UNITS-EDIT
                   '   CAPACITY: ' WS-QTY-EDIT
           END-IF.
           MOVE WS-INS-VALUE TO WS-VALUE-EDIT.
           MOVE WS-LMST-LIMIT (WS-INS-IX) TO WS-LIMIT-EDIT.
           DISPLAY 'VALUE AT COST: ' WS-VALUE-EDIT
               '   INSURED LIMIT: ' WS-LIMIT-EDIT.
           IF WS-INS-VALUE > WS-LMST-LIMIT (WS-INS-IX)
               ADD 1 TO WS-OVER-LIMIT-CNT
               COMPUTE WS-INS-OVER-BY = WS-INS-VALUE
                   - WS-LMST-LIMIT (WS-INS-IX)
               MOVE WS-INS-OVER-BY TO WS-VALUE-EDIT
               DISPLAY '*** HOLDINGS EXCEED INSURED LIMIT BY '
                   WS-VALUE-EDIT ' ***'
           END-IF.

           PRINT-OFF-MASTER-STOCK.
      * Stock on a location the master does not know - left by a
      * typo before the master governed the paperwork.  It is
      * still ours to insure, so it is listed, not dropped.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-QTY (WS-LOC-SCAN) > 0
                   MOVE WS-LOC-LOCATION (WS-LOC-SCAN)
                       TO WS-CHK-LMST-LOC
                   PERFORM CHECK-LOCATION-MASTER
                   IF WS-LMST-VALID = 'N'
                       IF WS-OFF-MASTER-CNT = 0
                           DISPLAY ' '
                           DISPLAY 'STOCK AT LOCATIONS NOT ON THE '
                               'LOCATION MASTER'
                           DISPLAY '---------------------------------'
                               '-----------------------------------'
                       END-IF
                       ADD 1 TO WS-OFF-MASTER-CNT
                       MOVE WS-LOC-CODE (WS-LOC-SCAN)
                           TO WS-CHK-COST-CODE
                       MOVE WS-LOC-QTY (WS-LOC-SCAN) TO WS-INS-QTY
                       PERFORM PRICE-ONE-HOLDING
                       ADD WS-INS-EXT TO WS-OFF-MASTER-VALUE
                       MOVE WS-INS-QTY TO WS-QTY-EDIT
                       MOVE WS-INS-EXT TO WS-VALUE-EDIT
                       DISPLAY WS-LOC-LOCATION (WS-LOC-SCAN) ' '
                           WS-CHK-COST-CODE ' ' WS-INS-NAME ' '
                           WS-QTY-EDIT ' ' WS-VALUE-EDIT
                   END-IF
               END-IF
           END-PERFORM.

           PRINT-SCHEDULE-TOTALS.
           DISPLAY ' '.
           DISPLAY '================================================'.
           MOVE WS-LMST-CNT TO WS-QTY-EDIT.
           DISPLAY 'LOCATIONS SCHEDULED:     ' WS-QTY-EDIT.
           MOVE WS-TOTAL-UNITS TO WS-UNITS-EDIT.
           DISPLAY 'UNITS HELD:            ' WS-UNITS-EDIT.
           MOVE WS-TOTAL-SERIALS TO WS-QTY-EDIT.
           DISPLAY 'EPIC SERIALS HELD:       ' WS-QTY-EDIT.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT.
           DISPLAY 'TOTAL VALUE AT COST:  ' WS-VALUE-EDIT.
           MOVE WS-OVER-LIMIT-CNT TO WS-QTY-EDIT.
           DISPLAY 'LOCATIONS OVER LIMIT:    ' WS-QTY-EDIT.
           IF WS-OFF-MASTER-CNT > 0
               MOVE WS-OFF-MASTER-CNT TO WS-QTY-EDIT
               DISPLAY 'ROWS OFF THE MASTER:     ' WS-QTY-EDIT
               MOVE WS-OFF-MASTER-VALUE TO WS-VALUE-EDIT
               DISPLAY 'VALUE OFF THE MASTER: ' WS-VALUE-EDIT
           END-IF.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM INSURANCE-SCHEDULE.
