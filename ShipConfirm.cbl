      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Ship confirmation - reads back the pick confirmation
      *          file the floor has corrected (see SHPCREC) and turns
      *          each picked line into a sale record for the posting
      *          run, at the order's price and under the ordering
      *          customer, so the sale consumes the order's hold.
      *          Stock picked from a location customers do not buy
      *          from is walked to the shop floor first - a transfer
      *          movement is written ahead of the sale, and the
      *          posting run posts movements before sales.  A line
      *          picked in full is complete; a short pick keeps what
      *          shipped and goes back to open for the next pick list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-CONFIRM.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The sales orders confirmed against - see SORDREC/SORDLOAD
           SELECT SORDER-FILE ASSIGN DYNAMIC WS-SORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORDER-STATUS.
      * The floor's pick confirmations - PICKFILE env var, defaults
      * to picklist.txt (see SHPCREC)
           SELECT PICK-FILE ASSIGN DYNAMIC WS-PICK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICK-STATUS.
      * Sale records for the posting run - SALESFILE env var,
      * defaults to ordersales.txt (see SALEREC)
           SELECT SALES-FILE ASSIGN DYNAMIC WS-SALES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.
      * Movements for the posting run - MOVEFILE env var, defaults
      * to stockmoves.txt (see MOVERSLV)
           SELECT MOVE-FILE ASSIGN DYNAMIC WS-MOVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVE-STATUS.
      * The locations and which of them customers buy from - see
      * LMSTREC/LMSTLOAD
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
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
           FD PICK-FILE.
           01 PICK-REC.
               COPY SHPCREC.
           FD SALES-FILE.
           01 SALES-REC.
               COPY SALEREC.
           FD MOVE-FILE.
           01 MOVE-REC.
               COPY MOVEREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY SORDSTAT.
           COPY SORDNAME.
           COPY SORDWS.
           01 WS-PICK-FILENAME         PIC X(100).
           01 WS-PICK-STATUS           PIC X(2).
           01 WS-SALES-FILENAME        PIC X(100).
           01 WS-SALES-STATUS          PIC X(2).
           COPY MOVENAME.
           COPY MOVESTAT.
           COPY LMSTWS.
      * The balances table is only here for LMSTLOAD; its default
      * location is the shop floor sales post from.
           COPY LOCWS.
           COPY RUNSWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-PICK-EOF              PIC A(1).
           01 WS-PICK-READ             PIC 9(4) VALUE 0.
           01 WS-SC-IX                 PIC 9(4).
           01 WS-SC-REASON             PIC X(30).
      * Whole-run totals.
           01 WS-SC-REJECTED           PIC 9(4) VALUE 0.
           01 WS-SC-COMPLETE           PIC 9(4) VALUE 0.
           01 WS-SC-SHORT              PIC 9(4) VALUE 0.
           01 WS-SC-SALES              PIC 9(4) VALUE 0.
           01 WS-SC-TRANSFERS          PIC 9(4) VALUE 0.
           01 WS-SC-UNCONFIRMED        PIC 9(4) VALUE 0.
           01 WS-SC-CHANGED            PIC 9(4) VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-EDIT              PIC ZZZZ9.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'SHIP-CONFIRM' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-PICK-FILENAME.
           PERFORM RESOLVE-MOVE-FILENAME.
           PERFORM LOAD-LOCATION-MASTER.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-SALES-ORDERS.
           IF WS-SORD-DROPPED > 0
               DISPLAY 'PICKS NOT CONFIRMED - ORDER LINES WERE '
                   'DROPPED ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT PICK-FILE.
           IF WS-PICK-STATUS NOT = '00'
               DISPLAY 'PICK CONFIRMATION FILE NOT FOUND - FILE '
                   'STATUS ' WS-PICK-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM OPEN-SALES-OUTPUT.
           PERFORM OPEN-MOVE-OUTPUT.
           PERFORM BUILD-RUN-DATE-TIME.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'SHIP CONFIRMATION  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           MOVE 'N' TO WS-PICK-EOF.
           PERFORM UNTIL WS-PICK-EOF = 'Y'
               READ PICK-FILE
                   AT END
                       MOVE 'Y' TO WS-PICK-EOF
                   NOT AT END
                       ADD 1 TO WS-PICK-READ
                       PERFORM CONFIRM-ONE-PICK
               END-READ
           END-PERFORM.
           CLOSE PICK-FILE.
           CLOSE SALES-FILE.
           CLOSE MOVE-FILE.
           PERFORM LIST-UNCONFIRMED-PICKS.
           IF WS-SC-CHANGED > 0
               PERFORM REWRITE-SALES-ORDERS
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-CONFIRM-TOTALS.
           INITIALIZE WS-RUNS.
           MOVE WS-PICK-READ TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-SC-REJECTED TO RUNS-OTHER-REJECTS OF WS-RUNS.
           IF WS-SC-REJECTED > 0
               MOVE 4 TO RUNS-RETURN-CODE OF WS-RUNS
           END-IF.
           PERFORM WRITE-RUN-STATISTICS.
           IF WS-SC-REJECTED > 0
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

           RESOLVE-PICK-FILENAME.
           ACCEPT WS-PICK-FILENAME FROM ENVIRONMENT 'PICKFILE'.
           IF WS-PICK-FILENAME = SPACES
               MOVE 'picklist.txt' TO WS-PICK-FILENAME
           END-IF.
           ACCEPT WS-SALES-FILENAME FROM ENVIRONMENT 'SALESFILE'.
           IF WS-SALES-FILENAME = SPACES
               MOVE 'ordersales.txt' TO WS-SALES-FILENAME
           END-IF.

           OPEN-SALES-OUTPUT.
      * Appended to - the counter may already have sales waiting
      * for the same posting run.
           OPEN INPUT SALES-FILE.
           IF WS-SALES-STATUS = '35'
               OPEN OUTPUT SALES-FILE
               CLOSE SALES-FILE
           ELSE
               CLOSE SALES-FILE
           END-IF.
           OPEN EXTEND SALES-FILE.
           IF WS-SALES-STATUS NOT = '00'
               DISPLAY 'SALES FILE NOT OPENED - FILE STATUS '
                   WS-SALES-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           OPEN-MOVE-OUTPUT.
           OPEN INPUT MOVE-FILE.
           IF WS-MOVE-STATUS = '35'
               OPEN OUTPUT MOVE-FILE
               CLOSE MOVE-FILE
           ELSE
               CLOSE MOVE-FILE
           END-IF.
           OPEN EXTEND MOVE-FILE.
           IF WS-MOVE-STATUS NOT = '00'
               DISPLAY 'MOVEMENT FILE NOT OPENED - FILE STATUS '
                   WS-MOVE-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           CONFIRM-ONE-PICK.
           MOVE SPACES TO WS-SC-REASON.
           MOVE 0 TO WS-SC-IX.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT OR WS-SC-IX > 0
               IF WS-SORD-NUMBER (WS-SORD-SCAN) = SHPC-ORDER-NO
                   AND WS-SORD-LINE (WS-SORD-SCAN) = SHPC-LINE-NO
                   MOVE WS-SORD-SCAN TO WS-SC-IX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-SC-IX = 0
                   MOVE 'ORDER LINE NOT FOUND' TO WS-SC-REASON
               WHEN WS-SORD-STATUS (WS-SC-IX) NOT = 'K'
                   MOVE 'LINE NOT ON A PICK LIST' TO WS-SC-REASON
               WHEN WS-SORD-CODE (WS-SC-IX) NOT = SHPC-ITEM-CODE
                   MOVE 'ITEM DOES NOT MATCH ORDER' TO WS-SC-REASON
               WHEN SHPC-PICKED-QTY IS NOT NUMERIC
                   MOVE 'PICKED QUANTITY NOT NUMERIC' TO WS-SC-REASON
               WHEN SHPC-PICKED-QTY > WS-SORD-PICK-QTY (WS-SC-IX)
                   MOVE 'PICKED MORE THAN THE LIST' TO WS-SC-REASON
           END-EVALUATE.
           IF WS-SC-REASON NOT = SPACES
               ADD 1 TO WS-SC-REJECTED
               DISPLAY 'REJECTED: ' SHPC-ORDER-NO '/' SHPC-LINE-NO
                   ' ' SHPC-ITEM-CODE ' - ' WS-SC-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SHPC-PICKED-QTY > 0
               PERFORM WRITE-PICK-TRANSFER
               PERFORM WRITE-ORDER-SALE
               ADD SHPC-PICKED-QTY TO WS-SORD-SHIP-QTY (WS-SC-IX)
           END-IF.
           IF WS-SORD-SHIP-QTY (WS-SC-IX)
               NOT < WS-SORD-ORDER-QTY (WS-SC-IX)
               MOVE 'C' TO WS-SORD-STATUS (WS-SC-IX)
               ADD 1 TO WS-SC-COMPLETE
               DISPLAY 'SHIPPED:  ' SHPC-ORDER-NO '/' SHPC-LINE-NO
                   ' ' SHPC-ITEM-CODE ' QTY ' SHPC-PICKED-QTY
                   ' - LINE COMPLETE'
           ELSE
      * A short pick goes back to open - the hold still covers the
      * remainder, and the next pick list tries it again.
               MOVE 'O' TO WS-SORD-STATUS (WS-SC-IX)
               MOVE SPACES TO WS-SORD-PICK-LOC (WS-SC-IX)
               MOVE SPACES TO WS-SORD-SERIAL (WS-SC-IX)
               MOVE SPACES TO WS-SORD-PICK-DATE (WS-SC-IX)
               ADD 1 TO WS-SC-SHORT
               DISPLAY 'REOPENED: ' SHPC-ORDER-NO '/' SHPC-LINE-NO
                   ' ' SHPC-ITEM-CODE ' PICKED ' SHPC-PICKED-QTY
                   ' OF ' WS-SORD-PICK-QTY (WS-SC-IX) ' - REST OF '
                   'LINE BACK TO OPEN'
           END-IF.
           MOVE 0 TO WS-SORD-PICK-QTY (WS-SC-IX).
           ADD 1 TO WS-SC-CHANGED.

           WRITE-PICK-TRANSFER.
      * Sales post only from the shop floor - anything picked from
      * a location customers do not buy from moves there first.
           MOVE WS-SORD-PICK-LOC (WS-SC-IX) TO WS-CHK-LMST-LOC.
           PERFORM CHECK-LOCATION-MASTER.
           IF WS-LMST-VALID = 'Y'
               IF WS-LMST-SELLABLE (WS-LMST-FOUND-IX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SORD-PICK-LOC (WS-SC-IX) = WS-DEFAULT-LOCATION
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE MOVE-REC.
           MOVE WS-SORD-CODE (WS-SC-IX) TO MOVE-ITEM-CODE.
           MOVE 'T' TO MOVE-TYPE.
           MOVE SHPC-PICKED-QTY TO MOVE-QTY.
           MOVE WS-SORD-NUMBER (WS-SC-IX) TO MOVE-REFERENCE.
           MOVE WS-SORD-PICK-LOC (WS-SC-IX) TO MOVE-LOCATION.
           MOVE WS-DEFAULT-LOCATION TO MOVE-TO-LOCATION.
           MOVE WS-SORD-SERIAL (WS-SC-IX) TO MOVE-SERIAL.
           MOVE WS-RUN-DATE-DISP TO MOVE-DATE.
           WRITE MOVE-REC.
           ADD 1 TO WS-SC-TRANSFERS.

           WRITE-ORDER-SALE.
           INITIALIZE SALES-REC.
           MOVE WS-SORD-CUSTOMER (WS-SC-IX) TO SALE-CUSTOMER.
           MOVE WS-SORD-CODE (WS-SC-IX) TO SALE-ITEM-CODE.
           MOVE SHPC-PICKED-QTY TO SALE-QTY.
           MOVE WS-SORD-PRICE (WS-SC-IX) TO SALE-PRICE.
           MOVE WS-SORD-SERIAL (WS-SC-IX) TO SALE-SERIAL.
           WRITE SALES-REC.
           ADD 1 TO WS-SC-SALES.

           LIST-UNCONFIRMED-PICKS.
      * Lines still on a pick list the floor has not answered for -
      * they stay picked until a confirmation names them.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-STATUS (WS-SORD-SCAN) = 'K'
                   ADD 1 TO WS-SC-UNCONFIRMED
                   DISPLAY 'NOT CONFIRMED: '
                       WS-SORD-NUMBER (WS-SORD-SCAN) '/'
                       WS-SORD-LINE (WS-SORD-SCAN) ' '
                       WS-SORD-CODE (WS-SORD-SCAN) ' PICKED '
                       WS-SORD-PICK-DATE (WS-SORD-SCAN) ' AT '
                       WS-SORD-PICK-LOC (WS-SORD-SCAN)
               END-IF
           END-PERFORM.

           PRINT-CONFIRM-TOTALS.
           DISPLAY ' '.
           DISPLAY '================================================'.
           MOVE WS-PICK-READ TO WS-QTY-EDIT.
           DISPLAY 'CONFIRMATIONS READ:      ' WS-QTY-EDIT.
           MOVE WS-SC-COMPLETE TO WS-QTY-EDIT.
           DISPLAY 'LINES COMPLETE:          ' WS-QTY-EDIT.
           MOVE WS-SC-SHORT TO WS-QTY-EDIT.
           DISPLAY 'LINES REOPENED:          ' WS-QTY-EDIT.
           MOVE WS-SC-REJECTED TO WS-QTY-EDIT.
           DISPLAY 'CONFIRMATIONS REJECTED:  ' WS-QTY-EDIT.
           MOVE WS-SC-UNCONFIRMED TO WS-QTY-EDIT.
           DISPLAY 'LINES NOT CONFIRMED:     ' WS-QTY-EDIT.
           MOVE WS-SC-SALES TO WS-QTY-EDIT.
           DISPLAY 'SALES WRITTEN:           ' WS-QTY-EDIT ' TO '
               FUNCTION TRIM (WS-SALES-FILENAME).
           MOVE WS-SC-TRANSFERS TO WS-QTY-EDIT.
           DISPLAY 'TRANSFERS TO THE FLOOR:  ' WS-QTY-EDIT ' TO '
               FUNCTION TRIM (WS-MOVE-FILENAME).

           COPY DATEFMT.
           COPY SIGNON.
           COPY SORDRSLV.
           COPY SORDLOAD.
           COPY MOVERSLV.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM SHIP-CONFIRM.
