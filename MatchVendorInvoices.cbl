      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Three-way match of the vendor invoice file - each
      *          invoice line is held against its purchase-order
      *          line (vendor and agreed unit price) and against
      *          what the receipts actually delivered.  A line that
      *          bills no more than was received, at a price within
      *          tolerance of the agreed price, clears and posts to
      *          the day's payables journal for the GL extract; any
      *          other line is held with its reason and tried again
      *          next run.  Prints the match register and the
      *          purchase price variance (PPV) report.
      * Tectonics: cobc
      * Modified: 2026-10-15 - holds the exclusive catalog lock from
      *           the purchase-order load through the payables
      *           journal and the invoice rewrite, so the backup
      *           never copies a half-written invoice file or
      *           journal (see LOCKMGR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH-VENDOR-INVOICES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The vendor invoice lines payables keyed - VENDINVOICEFILE
      * env var, defaults to vendinvoices.txt (see VINVREC)
           SELECT VINV-FILE ASSIGN DYNAMIC WS-VINV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VINV-STATUS.
      * The purchase orders carrying the agreed price and the
      * received quantity - see PORDREC/PORDLOAD
           SELECT PORDER-FILE ASSIGN DYNAMIC WS-PORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORDER-STATUS.
      * What each receipt relieved and at what cost - see PORCREC
           SELECT PORC-FILE ASSIGN DYNAMIC WS-PORC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORC-STATUS.
      * The catalog, for each item's category - ITEMFILE env var as
      * usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Valid categories with their ledger accounts - see CATREC
           SELECT CATMAST-FILE ASSIGN DYNAMIC WS-CATMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATMAST-STATUS.
      * The day's payables journal cleared lines append to - see
      * APJREC/APJRSLV
           SELECT APJ-FILE ASSIGN DYNAMIC WS-APJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APJ-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * Run-control calendar - see RCTLREC/RCTLMGR
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD VINV-FILE.
           01 VINV-FILE-REC.
               COPY VINVREC.
           FD PORDER-FILE.
           01 PORDER-FILE-REC.
               COPY PORDREC.
           FD PORC-FILE.
           01 PORC-FILE-REC.
               COPY PORCREC.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD CATMAST-FILE.
           01 CATMAST-REC.
               COPY CATREC.
           FD APJ-FILE.
           01 APJ-FILE-REC.
               COPY APJREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD RUNCTL-FILE.
           01 RUNCTL-REC               PIC X(50).

           WORKING-STORAGE SECTION.
           01 WS-VINV-FILENAME         PIC X(100).
           01 WS-VINV-STATUS           PIC X(2).
           01 WS-VINV.
               COPY VINVREC.
      * The whole invoice file in memory - every line is rewritten
      * with its outcome, and the cleared lines are the history a
      * new line's billed-to-date is counted from.
           01 WS-VINV-CNT              PIC 9(4) VALUE 0.
           01 WS-VINV-TABLE.
               03 WS-VINV-ROW OCCURS 3000 TIMES.
                   05 WS-VINV-LINE        PIC X(87).
           01 WS-VINV-CAPACITY         PIC 9(4) VALUE 3000.
           01 WS-VINV-DROPPED          PIC 9(4) VALUE 0.
           01 WS-VINV-SCAN             PIC 9(4).
           01 WS-VINV-IX               PIC 9(4).
           01 WS-CHK-VINV.
               COPY VINVREC.
           COPY PORDSTAT.
           COPY PORDNAME.
           COPY PORDWS.
           01 WS-PORD-FOUND-IX         PIC 9(4).
           COPY PORCWS.
      * Receipt log rows - PO line, quantity and unit cost - for the
      * average cost the goods actually came in at.
           01 WS-PORC-CNT              PIC 9(5) VALUE 0.
           01 WS-PORC-TABLE.
               03 WS-PORC-ROW OCCURS 10000 TIMES.
                   05 WS-PORC-PO          PIC X(8).
                   05 WS-PORC-CODE        PIC X(6).
                   05 WS-PORC-QTY         PIC 9(5).
                   05 WS-PORC-COST        PIC 9(7)V99.
           01 WS-PORC-CAPACITY         PIC 9(5) VALUE 10000.
           01 WS-PORC-DROPPED          PIC 9(5) VALUE 0.
           01 WS-PORC-SCAN             PIC 9(5).
           01 WS-PORC-EOF              PIC A(1).
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
      * Item code to category, for the account the payable posts
      * under.
           01 WS-ICAT-CNT              PIC 9(4) VALUE 0.
           01 WS-ICAT-TABLE.
               03 WS-ICAT-ROW OCCURS 5000 TIMES.
                   05 WS-ICAT-CODE        PIC X(6).
                   05 WS-ICAT-CATEGORY    PIC X(12).
           01 WS-ICAT-CAPACITY         PIC 9(4) VALUE 5000.
           01 WS-ICAT-SCAN             PIC 9(4).
           01 WS-LINE-CATEGORY         PIC X(12).
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY CATSTAT.
           COPY CATNAME.
           COPY CATTAB.
           COPY APJWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
      * MATCHTOLPCT overrides how far the billed unit price may
      * stray from the agreed one, either way, before the line
      * holds for the buyer.
           01 WS-TOLERANCE-PCT         PIC 9(3)V99 VALUE 2.00.
           01 WS-TOLERANCE-IN          PIC X(6).
           01 WS-PCT-EDIT              PIC ZZ9.99.
           01 WS-PRICE-PCT             PIC S9(5)V99.
           01 WS-BILLED-QTY            PIC 9(7).
           01 WS-RCPT-QTY              PIC 9(7).
           01 WS-RCPT-VALUE            PIC 9(13)V99.
           01 WS-RCPT-AVG              PIC 9(7)V99.
           01 WS-INVOICE-AMOUNT        PIC 9(11)V99.
           01 WS-RECEIPT-AMOUNT        PIC 9(11)V99.
           01 WS-PPV                   PIC S9(11)V99.
           01 WS-HOLD-REASON           PIC X(20).
           01 WS-VINV-READ-CNT         PIC 9(5) VALUE 0.
           01 WS-VINV-TRIED-CNT        PIC 9(5) VALUE 0.
           01 WS-VINV-CLEARED-CNT      PIC 9(5) VALUE 0.
           01 WS-VINV-HELD-CNT         PIC 9(5) VALUE 0.
           01 WS-TOTAL-INVOICED        PIC 9(13)V99 VALUE 0.
           01 WS-TOTAL-RECEIPT         PIC 9(13)V99 VALUE 0.
           01 WS-TOTAL-PPV             PIC S9(13)V99 VALUE 0.
           01 WS-TOTAL-HELD            PIC 9(13)V99 VALUE 0.
           01 WS-QTY-EDIT              PIC ZZZZ9.
           01 WS-PRICE-EDIT            PIC ZZZZZZ9.99.
           01 WS-PO-PRICE-EDIT         PIC ZZZZZZ9.99.
           01 WS-RCPT-EDIT             PIC ZZZZZZ9.99.
           01 WS-PPV-EDIT              PIC -(9)9.99.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99.
           01 WS-TOTAL-PPV-EDIT        PIC -(11)9.99.
           COPY RCTLWS.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MATCH-VENDOR-INVOICES' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
      * Once per day and after the posting run - the day's receipts
      * must be on the log before anything is billed against them,
      * and the payables journal is the GL extract's for the day.
           MOVE 'Y' TO WS-RCTL-ONCE-DAILY.
           MOVE 'POST-STOCK-MOVEMENTS' TO WS-RCTL-PREREQ-JOB.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM RESOLVE-TOLERANCE.
           PERFORM RESOLVE-VINV-FILENAME.
           OPEN INPUT VINV-FILE.
           IF WS-VINV-STATUS = '35'
               DISPLAY 'NO VENDOR INVOICE FILE - NOTHING TO MATCH'
               PERFORM UPDATE-RUN-CONTROL
               STOP RUN
           END-IF.
           IF WS-VINV-STATUS NOT = '00'
               DISPLAY 'VENDOR INVOICE FILE NOT OPENED - FILE STATUS '
                   WS-VINV-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-VENDOR-INVOICES.
           CLOSE VINV-FILE.
           PERFORM LOAD-CATEGORY-MASTER.
      * The posting run rewrites the purchase orders and appends the
      * receipt log under the exclusive enqueue.  This run writes
      * too - the payables journal and the invoice file - so it
      * takes the same enqueue and holds it until both are closed.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-RECEIPT-LOG.
           PERFORM LOAD-ITEM-CATEGORIES.
           PERFORM OPEN-AP-JOURNAL.
           PERFORM PRINT-MATCH-HEADER.
           PERFORM VARYING WS-VINV-IX FROM 1 BY 1
           UNTIL WS-VINV-IX > WS-VINV-CNT
               MOVE WS-VINV-LINE (WS-VINV-IX) TO WS-VINV
               IF VINV-STATUS OF WS-VINV NOT = 'C'
                   PERFORM MATCH-ONE-INVOICE-LINE
                   MOVE WS-VINV TO WS-VINV-LINE (WS-VINV-IX)
               END-IF
           END-PERFORM.
           CLOSE APJ-FILE.
           PERFORM PRINT-MATCH-TOTALS.
           PERFORM REWRITE-VENDOR-INVOICES.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-VINV-CLEARED-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-VINV-HELD-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM UPDATE-RUN-CONTROL.
           STOP RUN.

           RESOLVE-VINV-FILENAME.
           ACCEPT WS-VINV-FILENAME FROM ENVIRONMENT 'VENDINVOICEFILE'.
           IF WS-VINV-FILENAME = SPACES
               MOVE 'vendinvoices.txt' TO WS-VINV-FILENAME
           END-IF.

           RESOLVE-TOLERANCE.
           ACCEPT WS-TOLERANCE-IN FROM ENVIRONMENT 'MATCHTOLPCT'.
           IF WS-TOLERANCE-IN NOT = SPACES
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL (WS-TOLERANCE-IN)
           END-IF.

           LOAD-VENDOR-INVOICES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VINV-FILE INTO WS-VINV
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VINV-READ-CNT
                       IF WS-VINV-CNT < WS-VINV-CAPACITY
                           ADD 1 TO WS-VINV-CNT
                           MOVE WS-VINV TO WS-VINV-LINE (WS-VINV-CNT)
                       ELSE
                           ADD 1 TO WS-VINV-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
      * Rewriting a truncated table would lose invoices - refuse.
           IF WS-VINV-DROPPED > 0
               DISPLAY 'VENDOR INVOICE FILE EXCEEDS CAPACITY, '
                   WS-VINV-DROPPED ' LINES NOT LOADED - NOT MATCHED'
               STOP RUN RETURNING 16
           END-IF.

           LOAD-RECEIPT-LOG.
      * No log yet just means nothing has been received against a
      * PO since the log began - every invoice holds.
           PERFORM RESOLVE-PORC-FILENAME.
           OPEN INPUT PORC-FILE.
           IF WS-PORC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PORC-STATUS NOT = '00'
               DISPLAY 'PO RECEIPT LOG NOT OPENED - FILE STATUS '
                   WS-PORC-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-PORC-EOF.
           PERFORM UNTIL WS-PORC-EOF = 'Y'
               READ PORC-FILE INTO WS-PORC
                   AT END
                       MOVE 'Y' TO WS-PORC-EOF
                   NOT AT END
                       IF WS-PORC-CNT < WS-PORC-CAPACITY
                           ADD 1 TO WS-PORC-CNT
                           MOVE PORC-PO-NUMBER OF WS-PORC
                               TO WS-PORC-PO (WS-PORC-CNT)
                           MOVE PORC-ITEM-CODE OF WS-PORC
                               TO WS-PORC-CODE (WS-PORC-CNT)
                           MOVE PORC-QTY OF WS-PORC
                               TO WS-PORC-QTY (WS-PORC-CNT)
                           MOVE PORC-UNIT-COST OF WS-PORC
                               TO WS-PORC-COST (WS-PORC-CNT)
                       ELSE
                           ADD 1 TO WS-PORC-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PORC-FILE.
           IF WS-PORC-DROPPED > 0
               DISPLAY 'PO RECEIPT LOG EXCEEDS CAPACITY, '
                   WS-PORC-DROPPED ' ROWS DROPPED'
           END-IF.

           LOAD-ITEM-CATEGORIES.
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
                           AND WS-ICAT-CNT < WS-ICAT-CAPACITY
                           ADD 1 TO WS-ICAT-CNT
                           MOVE ITEM-CODE OF WS-ITEM
                               TO WS-ICAT-CODE (WS-ICAT-CNT)
                           MOVE ITEM-CATEGORY OF WS-ITEM
                               TO WS-ICAT-CATEGORY (WS-ICAT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM.

           OPEN-AP-JOURNAL.
      * Same first-run discipline as AUDOPEN - the day's first
      * cleared invoice starts the journal.
           PERFORM RESOLVE-APJ-FILENAME.
           OPEN INPUT APJ-FILE.
           IF WS-APJ-STATUS = '35'
               OPEN OUTPUT APJ-FILE
               CLOSE APJ-FILE
           ELSE
               CLOSE APJ-FILE
           END-IF.
           OPEN EXTEND APJ-FILE.
           IF WS-APJ-STATUS NOT = '00'
               DISPLAY 'PAYABLES JOURNAL NOT OPENED - FILE STATUS '
                   WS-APJ-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           PRINT-MATCH-HEADER.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'VENDOR INVOICE MATCH / PPV REPORT  RUN DATE: '
               WS-RUN-DATE-DISP.
           MOVE WS-TOLERANCE-PCT TO WS-PCT-EDIT.
           DISPLAY 'PRICE TOLERANCE: ' WS-PCT-EDIT ' PCT'.
           DISPLAY '================================================'.
           DISPLAY 'VENDOR   INVOICE    PO       ITEM     QTY'
               '   PO PRICE   INV PRICE   RCPT COST'
               '           PPV  OUTCOME'.
           DISPLAY '------------------------------------------------'.

           MATCH-ONE-INVOICE-LINE.
           ADD 1 TO WS-VINV-TRIED-CNT.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-RCPT-AVG.
           MOVE 0 TO WS-PPV.
           IF VINV-QTY OF WS-VINV NOT NUMERIC
               OR VINV-UNIT-PRICE OF WS-VINV NOT NUMERIC
               MOVE 'QTY/PRICE NOT NUMERIC' TO WS-HOLD-REASON
               MOVE 0 TO WS-INVOICE-AMOUNT
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INVOICE-AMOUNT ROUNDED =
               VINV-QTY OF WS-VINV * VINV-UNIT-PRICE OF WS-VINV.
           IF VINV-QTY OF WS-VINV = 0
               MOVE 'ZERO QUANTITY' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PO-LINE.
           IF WS-PORD-FOUND-IX = 0
               MOVE 'NO SUCH PO LINE' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PORD-VENDOR (WS-PORD-FOUND-IX)
               NOT = VINV-VENDOR OF WS-VINV
               MOVE 'VENDOR NOT ON PO' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM AVERAGE-RECEIPT-COST.
           PERFORM COUNT-BILLED-TO-DATE.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
      * Quantity leg - what this line plus every line already
      * cleared against the PO line may not pass what the receipts
      * delivered.
           IF WS-BILLED-QTY + VINV-QTY OF WS-VINV
               > WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX)
               MOVE 'BILLED OVER RECEIVED' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
      * Price leg - a PO line cut before prices were agreed has
      * nothing to hold the bill to, so the buyer must look.
           IF WS-PORD-PRICE (WS-PORD-FOUND-IX) = 0
               MOVE 'NO AGREED PRICE' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRICE-PCT ROUNDED =
               (VINV-UNIT-PRICE OF WS-VINV
                   - WS-PORD-PRICE (WS-PORD-FOUND-IX)) * 100
               / WS-PORD-PRICE (WS-PORD-FOUND-IX).
           COMPUTE WS-RECEIPT-AMOUNT ROUNDED =
               VINV-QTY OF WS-VINV * WS-PORD-PRICE (WS-PORD-FOUND-IX).
           COMPUTE WS-PPV = WS-INVOICE-AMOUNT - WS-RECEIPT-AMOUNT.
           IF WS-PRICE-PCT > WS-TOLERANCE-PCT
               OR WS-PRICE-PCT < (0 - WS-TOLERANCE-PCT)
               MOVE 'PRICE OVER TOLERANCE' TO WS-HOLD-REASON
               PERFORM HOLD-INVOICE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-INVOICE-LINE.

           FIND-PO-LINE.
           MOVE 0 TO WS-PORD-FOUND-IX.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               OR WS-PORD-FOUND-IX > 0
               IF WS-PORD-NUMBER (WS-PORD-SCAN)
                   = VINV-PO-NUMBER OF WS-VINV
                   AND WS-PORD-CODE (WS-PORD-SCAN)
                       = VINV-ITEM-CODE OF WS-VINV
                   MOVE WS-PORD-SCAN TO WS-PORD-FOUND-IX
               END-IF
           END-PERFORM.

           AVERAGE-RECEIPT-COST.
      * Informational on the PPV report - what the receipts against
      * this PO line were costed at, where they carried a cost.
           MOVE 0 TO WS-RCPT-QTY.
           MOVE 0 TO WS-RCPT-VALUE.
           PERFORM VARYING WS-PORC-SCAN FROM 1 BY 1
           UNTIL WS-PORC-SCAN > WS-PORC-CNT
               IF WS-PORC-PO (WS-PORC-SCAN) = VINV-PO-NUMBER OF WS-VINV
                   AND WS-PORC-CODE (WS-PORC-SCAN)
                       = VINV-ITEM-CODE OF WS-VINV
                   AND WS-PORC-COST (WS-PORC-SCAN) > 0
                   ADD WS-PORC-QTY (WS-PORC-SCAN) TO WS-RCPT-QTY
                   COMPUTE WS-RCPT-VALUE = WS-RCPT-VALUE
                       + WS-PORC-QTY (WS-PORC-SCAN)
                       * WS-PORC-COST (WS-PORC-SCAN)
               END-IF
           END-PERFORM.
           IF WS-RCPT-QTY > 0
               COMPUTE WS-RCPT-AVG ROUNDED =
                   WS-RCPT-VALUE / WS-RCPT-QTY
           END-IF.

           COUNT-BILLED-TO-DATE.
      * Everything already cleared against the same PO line - and
      * the same invoice number twice from one vendor is a
      * duplicate, not a second delivery.
           MOVE 0 TO WS-BILLED-QTY.
           PERFORM VARYING WS-VINV-SCAN FROM 1 BY 1
           UNTIL WS-VINV-SCAN > WS-VINV-CNT
               MOVE WS-VINV-LINE (WS-VINV-SCAN) TO WS-CHK-VINV
               IF WS-VINV-SCAN NOT = WS-VINV-IX
                   AND VINV-STATUS OF WS-CHK-VINV = 'C'
                   AND VINV-PO-NUMBER OF WS-CHK-VINV
                       = VINV-PO-NUMBER OF WS-VINV
                   AND VINV-ITEM-CODE OF WS-CHK-VINV
                       = VINV-ITEM-CODE OF WS-VINV
                   ADD VINV-QTY OF WS-CHK-VINV TO WS-BILLED-QTY
                   IF VINV-INVOICE-NO OF WS-CHK-VINV
                       = VINV-INVOICE-NO OF WS-VINV
                       AND VINV-VENDOR OF WS-CHK-VINV
                           = VINV-VENDOR OF WS-VINV
                       MOVE 'DUPLICATE INVOICE' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-PERFORM.

           HOLD-INVOICE-LINE.
           MOVE 'H' TO VINV-STATUS OF WS-VINV.
           MOVE WS-HOLD-REASON TO VINV-HOLD-REASON OF WS-VINV.
           MOVE SPACES TO VINV-CLEARED-DATE OF WS-VINV.
           ADD 1 TO WS-VINV-HELD-CNT.
           ADD WS-INVOICE-AMOUNT TO WS-TOTAL-HELD.
           PERFORM PRINT-MATCH-LINE.

           CLEAR-INVOICE-LINE.
           MOVE 'C' TO VINV-STATUS OF WS-VINV.
           MOVE SPACES TO VINV-HOLD-REASON OF WS-VINV.
           MOVE WS-RUN-DATE-DISP TO VINV-CLEARED-DATE OF WS-VINV.
           ADD 1 TO WS-VINV-CLEARED-CNT.
           ADD WS-INVOICE-AMOUNT TO WS-TOTAL-INVOICED.
           ADD WS-RECEIPT-AMOUNT TO WS-TOTAL-RECEIPT.
           ADD WS-PPV TO WS-TOTAL-PPV.
           PERFORM WRITE-AP-JOURNAL-LINE.
           PERFORM PRINT-MATCH-LINE.

           WRITE-AP-JOURNAL-LINE.
           MOVE SPACES TO WS-LINE-CATEGORY.
           PERFORM VARYING WS-ICAT-SCAN FROM 1 BY 1
           UNTIL WS-ICAT-SCAN > WS-ICAT-CNT
               IF WS-ICAT-CODE (WS-ICAT-SCAN)
                   = VINV-ITEM-CODE OF WS-VINV
                   MOVE WS-ICAT-CATEGORY (WS-ICAT-SCAN)
                       TO WS-LINE-CATEGORY
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE-DISP TO APJ-RUN-DATE OF WS-APJ.
           MOVE VINV-VENDOR OF WS-VINV TO APJ-VENDOR OF WS-APJ.
           MOVE VINV-INVOICE-NO OF WS-VINV TO APJ-INVOICE-NO OF WS-APJ.
           MOVE VINV-PO-NUMBER OF WS-VINV TO APJ-PO-NUMBER OF WS-APJ.
           MOVE VINV-ITEM-CODE OF WS-VINV TO APJ-ITEM-CODE OF WS-APJ.
           MOVE WS-LINE-CATEGORY TO APJ-CATEGORY OF WS-APJ.
           MOVE VINV-QTY OF WS-VINV TO APJ-QTY OF WS-APJ.
           MOVE WS-INVOICE-AMOUNT TO APJ-INVOICE-AMOUNT OF WS-APJ.
           MOVE WS-RECEIPT-AMOUNT TO APJ-RECEIPT-AMOUNT OF WS-APJ.
           IF WS-PPV < 0
               MOVE 'C' TO APJ-PPV-DC OF WS-APJ
               COMPUTE APJ-PPV-AMOUNT OF WS-APJ = 0 - WS-PPV
           ELSE
               MOVE 'D' TO APJ-PPV-DC OF WS-APJ
               MOVE WS-PPV TO APJ-PPV-AMOUNT OF WS-APJ
           END-IF.
           WRITE APJ-FILE-REC FROM WS-APJ.

           PRINT-MATCH-LINE.
           IF VINV-QTY OF WS-VINV NUMERIC
               MOVE VINV-QTY OF WS-VINV TO WS-QTY-EDIT
           ELSE
               MOVE 0 TO WS-QTY-EDIT
           END-IF.
           IF VINV-UNIT-PRICE OF WS-VINV NUMERIC
               MOVE VINV-UNIT-PRICE OF WS-VINV TO WS-PRICE-EDIT
           ELSE
               MOVE 0 TO WS-PRICE-EDIT
           END-IF.
           IF WS-PORD-FOUND-IX > 0
               MOVE WS-PORD-PRICE (WS-PORD-FOUND-IX)
                   TO WS-PO-PRICE-EDIT
           ELSE
               MOVE 0 TO WS-PO-PRICE-EDIT
           END-IF.
           MOVE WS-RCPT-AVG TO WS-RCPT-EDIT.
           MOVE WS-PPV TO WS-PPV-EDIT.
           IF VINV-STATUS OF WS-VINV = 'C'
               DISPLAY VINV-VENDOR OF WS-VINV ' '
                   VINV-INVOICE-NO OF WS-VINV ' '
                   VINV-PO-NUMBER OF WS-VINV ' '
                   VINV-ITEM-CODE OF WS-VINV ' ' WS-QTY-EDIT ' '
                   WS-PO-PRICE-EDIT '  ' WS-PRICE-EDIT '  '
                   WS-RCPT-EDIT ' ' WS-PPV-EDIT '  CLEARED'
           ELSE
               DISPLAY VINV-VENDOR OF WS-VINV ' '
                   VINV-INVOICE-NO OF WS-VINV ' '
                   VINV-PO-NUMBER OF WS-VINV ' '
                   VINV-ITEM-CODE OF WS-VINV ' ' WS-QTY-EDIT ' '
                   WS-PO-PRICE-EDIT '  ' WS-PRICE-EDIT '  '
                   WS-RCPT-EDIT ' ' WS-PPV-EDIT '  *** HELD - '
                   WS-HOLD-REASON
           END-IF.

           PRINT-MATCH-TOTALS.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'INVOICE LINES ON FILE:  ' WS-VINV-READ-CNT.
           DISPLAY 'LINES MATCHED THIS RUN: ' WS-VINV-TRIED-CNT.
           DISPLAY 'LINES CLEARED:          ' WS-VINV-CLEARED-CNT.
           DISPLAY 'LINES HELD:             ' WS-VINV-HELD-CNT.
           MOVE WS-TOTAL-INVOICED TO WS-AMOUNT-EDIT.
           DISPLAY 'CLEARED TO PAYABLES:    ' WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-RECEIPT TO WS-AMOUNT-EDIT.
           DISPLAY 'AT AGREED PO PRICE:     ' WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-PPV TO WS-TOTAL-PPV-EDIT.
           DISPLAY 'PURCHASE PRICE VARIANCE:' WS-TOTAL-PPV-EDIT.
           MOVE WS-TOTAL-HELD TO WS-AMOUNT-EDIT.
           DISPLAY 'HELD FOR REVIEW:        ' WS-AMOUNT-EDIT.
           IF WS-VINV-CLEARED-CNT > 0
               DISPLAY 'PAYABLES JOURNAL: '
                   FUNCTION TRIM (WS-APJ-FILENAME)
           END-IF.

           REWRITE-VENDOR-INVOICES.
           IF WS-VINV-TRIED-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VINV-FILE.
           IF WS-VINV-STATUS NOT = '00'
               DISPLAY 'VENDOR INVOICE FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-VINV-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-VINV-SCAN FROM 1 BY 1
           UNTIL WS-VINV-SCAN > WS-VINV-CNT
               WRITE VINV-FILE-REC FROM WS-VINV-LINE (WS-VINV-SCAN)
           END-PERFORM.
           CLOSE VINV-FILE.
           DISPLAY 'VENDOR INVOICES UPDATED ON '
               FUNCTION TRIM (WS-VINV-FILENAME).

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY CATRSLV.
           COPY CATLOAD.
           COPY PORDRSLV.
           COPY PORDLOAD.
           COPY PORCRSLV.
           COPY APJRSLV.
           COPY LOCKMGR.
           COPY RUNSWRT.
           COPY RCTLMGR.

       END PROGRAM MATCH-VENDOR-INVOICES.
