      *           calendar: once per day unless RUNOVERRIDE=Y, and
      *           job sequencing enforced against the predecessor's
      *           entry (see RCTLREC/RCTLMGR).
      * Modified: 2026-10-15 - the day's payables journal (written by
      *           the vendor-invoice match, see APJREC) is summed
      *           per category: the receipt value at the agreed PO
      *           price debits the inventory account, the purchase
      *           price variance debits or credits the category's
      *           PPV account, and the invoice total credits its
      *           accounts-payable account.  A resend regenerates
      *           them from the payables journal of the batch's day.
      * Modified: 2026-10-15 - customer-return lines on the revenue
      *           journal (RVN-TYPE R) come off the category's
      *           revenue and cost of goods; a category whose
      *           returns outrun its sales posts the net the other
      *           way round.
      * Modified: 2026-10-15 - consigned stock is the vendor's until
      *           sold: the valuation leaves each vendor's consigned
      *           units out, and a sale of them debits cost of goods
      *           and credits the category's payables account with
      *           what we owe the vendor, instead of relieving
      *           inventory.  Each cut snapshots the consignment
      *           ledger as well (glcons.NNNNNN.txt) for a resend
      *           (see CONSREC).
      * Modified: 2026-10-15 - rental income on the revenue journal
      *           (RVN-TYPE H hire fees and F forfeited deposits)
      *           credits the category's rental income account - its
      *           sales account where none is set - and carries no
      *           cost of goods, the units having come back to stock.
      * Modified: 2026-10-15 - the sales tax and guild levy the day's
      *           sales charged (net of returns) credit each
      *           jurisdiction's tax and levy liability accounts from
      *           the rate table (see TAXREC).
      * Modified: 2026-10-15 - the customs duty on the day's releases
      *           from bond credits each category's duty liability
      *           account (see BACTREC/CATREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
           SELECT REVENUE-FILE ASSIGN DYNAMIC WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVENUE-STATUS.
      * The day's payables journal from the vendor-invoice match -
      * see APJREC/APJRSLV
           SELECT APJ-FILE ASSIGN DYNAMIC WS-APJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APJ-STATUS.
      * The weighted-average costing ledger the valuation draws
      * from - see COSTREC/COSTLOAD
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * The vendors' consigned units the valuation leaves out - see
      * CONSREC/CONSLOAD
           SELECT CONS-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.
      * Tax rate table naming each jurisdiction's liability accounts
      * - see TAXREC/TAXLOAD
           SELECT TAX-FILE ASSIGN DYNAMIC WS-TAX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.
      * Every bonded movement the posting run accepted - the day's
      * releases carry the duty owed (see BACTREC/BACTWRT)
           SELECT BACT-FILE ASSIGN DYNAMIC WS-BACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACT-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FD REVENUE-FILE.
           01 REVENUE-FILE-REC.
               COPY RVNREC.
           FD APJ-FILE.
           01 APJ-FILE-REC.
               COPY APJREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD CONS-FILE.
           01 CONS-FILE-REC.
               COPY CONSREC.
           FD TAX-FILE.
           01 TAX-FILE-REC.
               COPY TAXREC.
           FD BACT-FILE.
           01 BACT-FILE-REC.
               COPY BACTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
               05 WS-GL-SUM-ROW OCCURS 100 TIMES.
                   10 WS-GL-AMOUNT        PIC 9(11)V99.
                   10 WS-GL-QTY           PIC 9(7).
                   10 WS-GL-REVENUE       PIC S9(11)V99.
                   10 WS-GL-COGS          PIC S9(11)V99.
                   10 WS-GL-AP-RECEIPT    PIC 9(11)V99.
                   10 WS-GL-AP-PPV        PIC S9(11)V99.
                   10 WS-GL-AP-PAYABLE    PIC 9(11)V99.
                   10 WS-GL-CONS-COST     PIC S9(11)V99.
                   10 WS-GL-RENTAL        PIC 9(11)V99.
                   10 WS-GL-DUTY          PIC 9(11)V99.
           COPY RVNWS.
           COPY APJWS.
           01 WS-APJ-READ-CNT          PIC 9(5) VALUE 0.
           01 WS-APJ-UNMAPPED-CNT      PIC 9(5) VALUE 0.
           01 WS-APJ-EOF               PIC A(1).
           01 WS-PPV-POSTING           PIC 9(11)V99.
           01 WS-RENTAL-ACCOUNT        PIC X(8).
           01 WS-RVN-POSTING           PIC 9(11)V99.
           COPY TAXWS.
      * Sales tax and guild levy collected per jurisdiction, net of
      * the day's returns - owed onward, so they post as liabilities
      * rather than against any category.
           01 WS-GL-TAX-CNT            PIC 9(3) VALUE 0.
           01 WS-GL-TAX-SUMS.
               05 WS-GL-TAX-ROW OCCURS 100 TIMES.
                   10 WS-GL-TAX-JURIS     PIC X(4).
                   10 WS-GL-TAX-AMT       PIC S9(11)V99.
                   10 WS-GL-LEVY-AMT      PIC S9(11)V99.
           01 WS-GL-TAX-CAPACITY       PIC 9(3) VALUE 100.
           01 WS-GL-TAX-IX             PIC 9(3).
           01 WS-GL-TAX-SCAN           PIC 9(3).
           01 WS-GL-TAX-DAY            PIC X(8).
           01 WS-GL-LINE-TAX           PIC 9(9)V99.
           01 WS-GL-LINE-LEVY          PIC 9(9)V99.
           01 WS-TAX-UNMAPPED-CNT      PIC 9(5) VALUE 0.
      * Customs duty on the day's releases from bond - owed to the
      * crown, so it credits the category's duty liability account.
           COPY BACTWS.
           01 WS-BACT-EOF              PIC A(1).
           01 WS-BACT-DAY              PIC X(10).
           01 WS-BACT-READ-CNT         PIC 9(5) VALUE 0.
           01 WS-DUTY-UNMAPPED-CNT     PIC 9(5) VALUE 0.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           COPY CONSWS.
      * Our own units of the row being valued - on hand less every
      * vendor's consigned units.
           01 WS-OWNED-QTY             PIC 9(7).
           01 WS-CONS-SNAP-NAME        PIC X(100).
           01 WS-RVN-READ-CNT          PIC 9(5) VALUE 0.
           01 WS-RVN-UNMAPPED-CNT      PIC 9(5) VALUE 0.
           01 WS-RVN-EOF               PIC A(1).
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM RESOLVE-BATCH-CONTROL.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM LOAD-TAX-RATES.
      * A resend values against the costing ledger as it stood
      * when the batch was cut, never today's.
           IF WS-RESEND-MODE = 'Y'
               PERFORM LOAD-COST-SNAPSHOT
               PERFORM LOAD-CONS-SNAPSHOT
           ELSE
               PERFORM LOAD-COST-LEDGER
               PERFORM LOAD-CONSIGNMENT-LEDGER
           END-IF.
           PERFORM RESOLVE-GL-FILENAME.
           PERFORM CLEAR-CATEGORY-SUMS.
           IF WS-RESEND-MODE = 'N'
               PERFORM SNAPSHOT-EXTRACT-SOURCE
           END-IF.
      * The posting run appends the bonded log under the exclusive
      * enqueue - read the day's releases while the shared one is
      * still held.
           PERFORM SUM-BOND-ACTIVITY.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM SUM-REVENUE-JOURNAL.
           PERFORM SUM-AP-JOURNAL.
           PERFORM WRITE-GL-FILE.
           IF WS-RESEND-MODE = 'N'
               PERFORM WRITE-BATCH-CONTROL
           MOVE SPACES TO WS-COST-SNAP-NAME.
           STRING 'glcost.' WS-BATCH-NO '.txt'
               DELIMITED BY SIZE INTO WS-COST-SNAP-NAME.
           MOVE SPACES TO WS-CONS-SNAP-NAME.
           STRING 'glcons.' WS-BATCH-NO '.txt'
               DELIMITED BY SIZE INTO WS-CONS-SNAP-NAME.
      * The batch regenerates from the catalog snapshot it was
      * cut from - the recorded source, not whatever the live
      * file says today.
               WRITE COST-FILE-REC
           END-PERFORM.
           CLOSE COST-FILE.
      * The consignment ledger likewise - written even when empty,
      * so a resend knows nothing was on consignment at the cut.
           MOVE SPACES TO WS-CONS-FILENAME.
           STRING 'glcons.' WS-BATCH-NO '.txt'
               DELIMITED BY SIZE INTO WS-CONS-FILENAME.
           OPEN OUTPUT CONS-FILE.
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT SNAPSHOT NOT OPENED - FILE '
                   'STATUS ' WS-CONS-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-CONS-SCAN FROM 1 BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               MOVE WS-CONS-VENDOR (WS-CONS-SCAN)
                   TO CONS-VENDOR OF CONS-FILE-REC
               MOVE WS-CONS-CODE (WS-CONS-SCAN)
                   TO CONS-ITEM-CODE OF CONS-FILE-REC
               MOVE WS-CONS-QTY (WS-CONS-SCAN)
                   TO CONS-QTY OF CONS-FILE-REC
               MOVE WS-CONS-RATE (WS-CONS-SCAN)
                   TO CONS-RATE OF CONS-FILE-REC
               MOVE WS-CONS-DATE (WS-CONS-SCAN)
                   TO CONS-LAST-DATE OF CONS-FILE-REC
               WRITE CONS-FILE-REC
           END-PERFORM.
           CLOSE CONS-FILE.

           LOAD-COST-SNAPSHOT.
      * The frozen cost basis the batch was cut at - without it
                   WS-COST-DROPPED ' ROWS DROPPED'
           END-IF.

           LOAD-CONS-SNAPSHOT.
      * The consignment ledger as it stood at the cut.  A batch cut
      * before consignment was tracked has no snapshot at all -
      * nothing was on consignment, so its absence is no error.
           MOVE WS-CONS-SNAP-NAME TO WS-CONS-FILENAME.
           OPEN INPUT CONS-FILE.
           IF WS-CONS-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT SNAPSHOT UNREADABLE - '
                   'FILE STATUS ' WS-CONS-STATUS
                   ' - CANNOT RESEND FAITHFULLY: '
                   FUNCTION TRIM (WS-CONS-SNAP-NAME)
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-CONS-EOF.
           PERFORM UNTIL WS-CONS-EOF = 'Y'
               READ CONS-FILE INTO WS-CONS
                   AT END
                       MOVE 'Y' TO WS-CONS-EOF
                   NOT AT END
                       IF WS-CONS-CNT < WS-CONS-CAPACITY
                           ADD 1 TO WS-CONS-CNT
                           MOVE CONS-VENDOR OF WS-CONS
                               TO WS-CONS-VENDOR (WS-CONS-CNT)
                           MOVE CONS-ITEM-CODE OF WS-CONS
                               TO WS-CONS-CODE (WS-CONS-CNT)
                           MOVE CONS-QTY OF WS-CONS
                               TO WS-CONS-QTY (WS-CONS-CNT)
                           MOVE CONS-RATE OF WS-CONS
                               TO WS-CONS-RATE (WS-CONS-CNT)
                           MOVE CONS-LAST-DATE OF WS-CONS
                               TO WS-CONS-DATE (WS-CONS-CNT)
                       ELSE
                           ADD 1 TO WS-CONS-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONS-FILE.
           IF WS-CONS-DROPPED > 0
               DISPLAY 'CONSIGNMENT SNAPSHOT EXCEEDS CAPACITY, '
                   WS-CONS-DROPPED ' ROWS DROPPED'
           END-IF.

           VERIFY-RESEND-CONTROLS.
      * The regenerated trailer must tie to what the control
      * file recorded at cut time - anything else is a new
               MOVE 0 TO WS-GL-QTY (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-REVENUE (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-COGS (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-AP-RECEIPT (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-AP-PPV (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-AP-PAYABLE (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-CONS-COST (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-RENTAL (WS-TABLE-INDEX)
               MOVE 0 TO WS-GL-DUTY (WS-TABLE-INDEX)
           END-PERFORM.

           SUM-CATALOG-BY-CATEGORY.
           IF WS-COST-FOUND = 'N'
               MOVE ITEM-GOLD-VALUE OF WS-ITEM TO WS-FOUND-AVG-COST
           END-IF.
      * Only our own units - what vendors have on consignment is
      * theirs until it sells.
           MOVE ITEM-CODE OF WS-ITEM TO WS-CHK-CONS-CODE.
           PERFORM SUM-ITEM-CONSIGNED.
           IF WS-CONS-ITEM-QTY < ITEM-QTY-ON-HAND OF WS-ITEM
               COMPUTE WS-OWNED-QTY =
                   ITEM-QTY-ON-HAND OF WS-ITEM - WS-CONS-ITEM-QTY
           ELSE
               MOVE 0 TO WS-OWNED-QTY
           END-IF.
           MOVE 'N' TO WS-CAT-VALID.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
                   = ITEM-CATEGORY OF WS-ITEM
                   MOVE 'Y' TO WS-CAT-VALID
                   COMPUTE WS-ROW-VALUE =
                       WS-FOUND-AVG-COST * WS-OWNED-QTY
                   ADD WS-ROW-VALUE TO WS-GL-AMOUNT (WS-CAT-SCAN)
                   ADD WS-OWNED-QTY TO WS-GL-QTY (WS-CAT-SCAN)
               END-IF
           END-PERFORM.
           IF WS-CAT-VALID = 'N'
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN) = RVN-CATEGORY OF WS-RVN
                   MOVE 'Y' TO WS-CAT-VALID
      * Rental income has its own account and no cost - the units
      * came back to stock.
                   IF RVN-TYPE OF WS-RVN = 'H'
                       OR RVN-TYPE OF WS-RVN = 'F'
                       ADD RVN-REVENUE OF WS-RVN
                           TO WS-GL-RENTAL (WS-CAT-SCAN)
                   ELSE
                   IF RVN-TYPE OF WS-RVN = 'R'
                       SUBTRACT RVN-REVENUE OF WS-RVN
                           FROM WS-GL-REVENUE (WS-CAT-SCAN)
                       PERFORM SUM-ONE-REVENUE-COST
                   ELSE
                       ADD RVN-REVENUE OF WS-RVN
                           TO WS-GL-REVENUE (WS-CAT-SCAN)
                       PERFORM SUM-ONE-REVENUE-COST
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CAT-VALID = 'N'
               DISPLAY 'CATEGORY NOT ON MASTER - SALE NOT POSTED: '
                   RVN-ITEM-CODE OF WS-RVN ' '
                   RVN-CATEGORY OF WS-RVN
           ELSE
           IF RVN-TYPE OF WS-RVN NOT = 'H'
               AND RVN-TYPE OF WS-RVN NOT = 'F'
               PERFORM SUM-ONE-REVENUE-TAX
           END-IF
           END-IF.

           SUM-ONE-REVENUE-TAX.
      * A line written before tax was charged has no amounts on it.
           IF RVN-TAX-AMOUNT OF WS-RVN IS NUMERIC
               MOVE RVN-TAX-AMOUNT OF WS-RVN TO WS-GL-LINE-TAX
           ELSE
               MOVE 0 TO WS-GL-LINE-TAX
           END-IF.
           IF RVN-LEVY-AMOUNT OF WS-RVN IS NUMERIC
               MOVE RVN-LEVY-AMOUNT OF WS-RVN TO WS-GL-LINE-LEVY
           ELSE
               MOVE 0 TO WS-GL-LINE-LEVY
           END-IF.
           IF WS-GL-LINE-TAX = 0 AND WS-GL-LINE-LEVY = 0
               EXIT PARAGRAPH
           END-IF.
      * The liability accounts in force on the day of the sale.
           STRING RVN-RUN-DATE OF WS-RVN (7:4)
               RVN-RUN-DATE OF WS-RVN (1:2)
               RVN-RUN-DATE OF WS-RVN (4:2)
               DELIMITED BY SIZE INTO WS-GL-TAX-DAY.
           MOVE 0 TO WS-GL-TAX-IX.
           PERFORM VARYING WS-GL-TAX-SCAN FROM 1 BY 1
           UNTIL WS-GL-TAX-SCAN > WS-GL-TAX-CNT
               IF WS-GL-TAX-JURIS (WS-GL-TAX-SCAN)
                   = RVN-JURISDICTION OF WS-RVN
                   MOVE WS-GL-TAX-SCAN TO WS-GL-TAX-IX
               END-IF
           END-PERFORM.
           IF WS-GL-TAX-IX = 0
               IF WS-GL-TAX-CNT NOT < WS-GL-TAX-CAPACITY
                   ADD 1 TO WS-TAX-UNMAPPED-CNT
                   DISPLAY 'TOO MANY TAX JURISDICTIONS - TAX NOT '
                       'POSTED: ' RVN-JURISDICTION OF WS-RVN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-TAX-CNT
               MOVE WS-GL-TAX-CNT TO WS-GL-TAX-IX
               MOVE RVN-JURISDICTION OF WS-RVN
                   TO WS-GL-TAX-JURIS (WS-GL-TAX-IX)
               MOVE 0 TO WS-GL-TAX-AMT (WS-GL-TAX-IX)
               MOVE 0 TO WS-GL-LEVY-AMT (WS-GL-TAX-IX)
           END-IF.
           IF RVN-TYPE OF WS-RVN = 'R'
               SUBTRACT WS-GL-LINE-TAX FROM WS-GL-TAX-AMT (WS-GL-TAX-IX)
               SUBTRACT WS-GL-LINE-LEVY
                   FROM WS-GL-LEVY-AMT (WS-GL-TAX-IX)
           ELSE
               ADD WS-GL-LINE-TAX TO WS-GL-TAX-AMT (WS-GL-TAX-IX)
               ADD WS-GL-LINE-LEVY TO WS-GL-LEVY-AMT (WS-GL-TAX-IX)
           END-IF.

           SUM-BOND-ACTIVITY.
      * The day's releases from bond - a resend reads the day the
      * batch was cut.  No log yet means nothing was ever bonded.
           IF WS-RESEND-MODE = 'Y'
               MOVE SPACES TO WS-BACT-DAY
               STRING BCTL-RUN-DATE OF WS-BCTL (5:2) '/'
                   BCTL-RUN-DATE OF WS-BCTL (7:2) '/'
                   BCTL-RUN-DATE OF WS-BCTL (1:4)
                   DELIMITED BY SIZE INTO WS-BACT-DAY
           ELSE
               MOVE WS-RUN-DATE-DISP TO WS-BACT-DAY
           END-IF.
           PERFORM RESOLVE-BACT-FILENAME.
           OPEN INPUT BACT-FILE.
           IF WS-BACT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BACT-STATUS NOT = '00'
               DISPLAY 'BONDED ACTIVITY LOG NOT OPENED - FILE STATUS '
                   WS-BACT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-BACT-EOF.
           PERFORM UNTIL WS-BACT-EOF = 'Y'
               READ BACT-FILE INTO WS-BACT
                   AT END
                       MOVE 'Y' TO WS-BACT-EOF
                   NOT AT END
                       IF BACT-RUN-DATE OF WS-BACT = WS-BACT-DAY
                           AND BACT-TYPE OF WS-BACT = 'X'
                           PERFORM SUM-ONE-BOND-RELEASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACT-FILE.

           SUM-ONE-BOND-RELEASE.
           ADD 1 TO WS-BACT-READ-CNT.
           IF BACT-DUTY-AMOUNT OF WS-BACT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CAT-VALID.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN) = BACT-CATEGORY OF WS-BACT
                   MOVE 'Y' TO WS-CAT-VALID
                   ADD BACT-DUTY-AMOUNT OF WS-BACT
                       TO WS-GL-DUTY (WS-CAT-SCAN)
               END-IF
           END-PERFORM.
           IF WS-CAT-VALID = 'N'
               ADD 1 TO WS-DUTY-UNMAPPED-CNT
               DISPLAY 'CATEGORY NOT ON MASTER - DUTY NOT POSTED: '
                   BACT-ITEM-CODE OF WS-BACT ' '
                   BACT-CATEGORY OF WS-BACT
           END-IF.

           SUM-ONE-REVENUE-COST.
      * Our own stock's cost relieves inventory through cost of
      * goods; a consigned unit's cost is owed to its vendor and
      * keeps its own sum for the payable.
           IF RVN-CONSIGN-VENDOR OF WS-RVN = SPACES
               IF RVN-TYPE OF WS-RVN = 'R'
                   SUBTRACT RVN-COST OF WS-RVN
                       FROM WS-GL-COGS (WS-CAT-SCAN)
               ELSE
                   ADD RVN-COST OF WS-RVN TO WS-GL-COGS (WS-CAT-SCAN)
               END-IF
           ELSE
               IF RVN-TYPE OF WS-RVN = 'R'
                   SUBTRACT RVN-COST OF WS-RVN
                       FROM WS-GL-CONS-COST (WS-CAT-SCAN)
               ELSE
                   ADD RVN-COST OF WS-RVN
                       TO WS-GL-CONS-COST (WS-CAT-SCAN)
               END-IF
           END-IF.

           SUM-AP-JOURNAL.
      * Same shape as the revenue journal - no invoices cleared
      * today means no journal, and a resend reads the batch day's.
           IF WS-RESEND-MODE = 'Y'
               MOVE SPACES TO WS-APJ-FILENAME
               STRING 'apjournal.'
                   BCTL-RUN-DATE OF WS-BCTL '.log'
                   DELIMITED BY SIZE INTO WS-APJ-FILENAME
           ELSE
               PERFORM RESOLVE-APJ-FILENAME
           END-IF.
           OPEN INPUT APJ-FILE.
           IF WS-APJ-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-APJ-STATUS NOT = '00'
               DISPLAY 'PAYABLES JOURNAL NOT OPENED - FILE STATUS '
                   WS-APJ-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-APJ-EOF.
           PERFORM UNTIL WS-APJ-EOF = 'Y'
               READ APJ-FILE INTO WS-APJ
                   AT END
                       MOVE 'Y' TO WS-APJ-EOF
                   NOT AT END
                       PERFORM SUM-ONE-AP-LINE
               END-READ
           END-PERFORM.
           CLOSE APJ-FILE.

           SUM-ONE-AP-LINE.
           ADD 1 TO WS-APJ-READ-CNT.
           MOVE 'N' TO WS-CAT-VALID.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN) = APJ-CATEGORY OF WS-APJ
                   MOVE 'Y' TO WS-CAT-VALID
                   ADD APJ-RECEIPT-AMOUNT OF WS-APJ
                       TO WS-GL-AP-RECEIPT (WS-CAT-SCAN)
                   ADD APJ-INVOICE-AMOUNT OF WS-APJ
                       TO WS-GL-AP-PAYABLE (WS-CAT-SCAN)
                   IF APJ-PPV-DC OF WS-APJ = 'C'
                       SUBTRACT APJ-PPV-AMOUNT OF WS-APJ
                           FROM WS-GL-AP-PPV (WS-CAT-SCAN)
                   ELSE
                       ADD APJ-PPV-AMOUNT OF WS-APJ
                           TO WS-GL-AP-PPV (WS-CAT-SCAN)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CAT-VALID = 'N'
               ADD 1 TO WS-APJ-UNMAPPED-CNT
               DISPLAY 'CATEGORY NOT ON MASTER - INVOICE NOT POSTED: '
                   APJ-INVOICE-NO OF WS-APJ ' '
                   APJ-ITEM-CODE OF WS-APJ ' '
                   APJ-CATEGORY OF WS-APJ
           END-IF.

           WRITE-GL-FILE.
           END-PERFORM.
      * The income side of the day's sales - revenue credits the
      * category's sales account, cost of goods debits its COGS
      * account; accounting books the offsetting entries.  Net of
      * the day's returns, either can come out the other way round.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-REVENUE (WS-TABLE-INDEX) NOT = 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   MOVE WS-CAT-SALES-ACCOUNT (WS-TABLE-INDEX)
                       TO GLD-ACCOUNT
                   IF WS-GL-REVENUE (WS-TABLE-INDEX) < 0
                       MOVE 'D' TO GLD-DC-IND
                       COMPUTE WS-RVN-POSTING =
                           0 - WS-GL-REVENUE (WS-TABLE-INDEX)
                   ELSE
                       MOVE 'C' TO GLD-DC-IND
                       MOVE WS-GL-REVENUE (WS-TABLE-INDEX)
                           TO WS-RVN-POSTING
                   END-IF
                   MOVE WS-RVN-POSTING TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-RVN-POSTING TO WS-HASH-TOTAL
               END-IF
               IF WS-GL-COGS (WS-TABLE-INDEX) NOT = 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   MOVE WS-CAT-COGS-ACCOUNT (WS-TABLE-INDEX)
                       TO GLD-ACCOUNT
                   IF WS-GL-COGS (WS-TABLE-INDEX) < 0
                       MOVE 'C' TO GLD-DC-IND
                       COMPUTE WS-RVN-POSTING =
                           0 - WS-GL-COGS (WS-TABLE-INDEX)
                   ELSE
                       MOVE 'D' TO GLD-DC-IND
                       MOVE WS-GL-COGS (WS-TABLE-INDEX)
                           TO WS-RVN-POSTING
                   END-IF
                   MOVE WS-RVN-POSTING TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-RVN-POSTING TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
      * The payables side of the day's cleared invoices - the goods
      * at the agreed price debit inventory, the variance goes to
      * the PPV account on whichever side it fell, and the invoice
      * total credits payables, so the three balance per category.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-AP-RECEIPT (WS-TABLE-INDEX) > 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   MOVE WS-CAT-GL-ACCOUNT (WS-TABLE-INDEX)
                       TO GLD-ACCOUNT
                   MOVE 'D' TO GLD-DC-IND
                   MOVE WS-GL-AP-RECEIPT (WS-TABLE-INDEX)
                       TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-GL-AP-RECEIPT (WS-TABLE-INDEX)
                       TO WS-HASH-TOTAL
               END-IF
               IF WS-GL-AP-PPV (WS-TABLE-INDEX) NOT = 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   MOVE WS-CAT-PPV-ACCOUNT (WS-TABLE-INDEX)
                       TO GLD-ACCOUNT
                   IF WS-GL-AP-PPV (WS-TABLE-INDEX) < 0
                       MOVE 'C' TO GLD-DC-IND
                       COMPUTE WS-PPV-POSTING =
                           0 - WS-GL-AP-PPV (WS-TABLE-INDEX)
                   ELSE
                       MOVE 'D' TO GLD-DC-IND
                       MOVE WS-GL-AP-PPV (WS-TABLE-INDEX)
                           TO WS-PPV-POSTING
                   END-IF
                   MOVE WS-PPV-POSTING TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-PPV-POSTING TO WS-HASH-TOTAL
               END-IF
               IF WS-GL-AP-PAYABLE (WS-TABLE-INDEX) > 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   MOVE WS-CAT-AP-ACCOUNT (WS-TABLE-INDEX)
                       TO GLD-ACCOUNT
                   MOVE 'C' TO GLD-DC-IND
                   MOVE WS-GL-AP-PAYABLE (WS-TABLE-INDEX)
                       TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-GL-AP-PAYABLE (WS-TABLE-INDEX)
                       TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
      * Rental income credits the category's rental account, or its
      * sales account when the category has none of its own.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-RENTAL (WS-TABLE-INDEX) > 0
                   ADD 1 TO WS-POSTING-CNT
                   MOVE 'D' TO GLD-REC-TYPE
                   PERFORM RESOLVE-RENTAL-ACCOUNT
                   MOVE WS-RENTAL-ACCOUNT TO GLD-ACCOUNT
                   MOVE 'C' TO GLD-DC-IND
                   MOVE WS-GL-RENTAL (WS-TABLE-INDEX) TO GLD-AMOUNT
                   MOVE GLH-RUN-DATE TO GLD-RUN-DATE
                   MOVE WS-BATCH-NO TO GLD-BATCH-NO
                   WRITE GL-REC FROM GL-DETAIL
                   ADD WS-GL-RENTAL (WS-TABLE-INDEX)
                       TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
      * Consigned units sold - what we owe the vendor debits cost of
      * goods and credits the category's payables account, a
      * balanced pair, reversed when the day's returns outrun it.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-CONS-COST (WS-TABLE-INDEX) NOT = 0
                   PERFORM WRITE-CONSIGNMENT-POSTINGS
               END-IF
           END-PERFORM.
      * Tax and levy collected credit the jurisdiction's liability
      * accounts - debited instead when the day's returns gave
      * back more than its sales took.
           PERFORM VARYING WS-GL-TAX-IX FROM 1 BY 1
           UNTIL WS-GL-TAX-IX > WS-GL-TAX-CNT
               PERFORM WRITE-TAX-POSTINGS
           END-PERFORM.
      * Duty on goods released from bond credits the category's
      * duty liability account until it is paid over to customs.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-DUTY (WS-TABLE-INDEX) > 0
                   PERFORM WRITE-DUTY-POSTING
               END-IF
           END-PERFORM.
           MOVE 'T' TO GLT-REC-TYPE.
           MOVE WS-POSTING-CNT TO GLT-RECORD-CNT.
           WRITE GL-REC FROM GL-TRAILER.
           CLOSE GL-FILE.

           RESOLVE-RENTAL-ACCOUNT.
           IF WS-CAT-RENTAL-ACCOUNT (WS-TABLE-INDEX) = SPACES
               MOVE WS-CAT-SALES-ACCOUNT (WS-TABLE-INDEX)
                   TO WS-RENTAL-ACCOUNT
           ELSE
               MOVE WS-CAT-RENTAL-ACCOUNT (WS-TABLE-INDEX)
                   TO WS-RENTAL-ACCOUNT
           END-IF.

           WRITE-CONSIGNMENT-POSTINGS.
           IF WS-GL-CONS-COST (WS-TABLE-INDEX) < 0
               COMPUTE WS-RVN-POSTING =
                   0 - WS-GL-CONS-COST (WS-TABLE-INDEX)
           ELSE
               MOVE WS-GL-CONS-COST (WS-TABLE-INDEX) TO WS-RVN-POSTING
           END-IF.
           MOVE 'D' TO GLD-REC-TYPE.
           MOVE GLH-RUN-DATE TO GLD-RUN-DATE.
           MOVE WS-BATCH-NO TO GLD-BATCH-NO.
           MOVE WS-RVN-POSTING TO GLD-AMOUNT.
           MOVE WS-CAT-COGS-ACCOUNT (WS-TABLE-INDEX) TO GLD-ACCOUNT.
           IF WS-GL-CONS-COST (WS-TABLE-INDEX) < 0
               MOVE 'C' TO GLD-DC-IND
           ELSE
               MOVE 'D' TO GLD-DC-IND
           END-IF.
           WRITE GL-REC FROM GL-DETAIL.
           MOVE WS-CAT-AP-ACCOUNT (WS-TABLE-INDEX) TO GLD-ACCOUNT.
           IF WS-GL-CONS-COST (WS-TABLE-INDEX) < 0
               MOVE 'D' TO GLD-DC-IND
           ELSE
               MOVE 'C' TO GLD-DC-IND
           END-IF.
           WRITE GL-REC FROM GL-DETAIL.
           ADD 2 TO WS-POSTING-CNT.
           ADD WS-RVN-POSTING TO WS-HASH-TOTAL.
           ADD WS-RVN-POSTING TO WS-HASH-TOTAL.

           WRITE-TAX-POSTINGS.
           MOVE WS-GL-TAX-JURIS (WS-GL-TAX-IX) TO WS-CHK-TAX-JURIS.
           COMPUTE WS-CHK-TAX-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-GL-TAX-DAY)).
           PERFORM FIND-TAX-ACCOUNTS.
           MOVE 'D' TO GLD-REC-TYPE.
           MOVE GLH-RUN-DATE TO GLD-RUN-DATE.
           MOVE WS-BATCH-NO TO GLD-BATCH-NO.
           IF WS-GL-TAX-AMT (WS-GL-TAX-IX) NOT = 0
               IF WS-TAX-SALES-ACCT = SPACES
                   ADD 1 TO WS-TAX-UNMAPPED-CNT
                   DISPLAY 'NO TAX ACCOUNT FOR JURISDICTION - SALES '
                       'TAX NOT POSTED: '
                       WS-GL-TAX-JURIS (WS-GL-TAX-IX)
               ELSE
                   MOVE WS-TAX-SALES-ACCT TO GLD-ACCOUNT
                   IF WS-GL-TAX-AMT (WS-GL-TAX-IX) < 0
                       MOVE 'D' TO GLD-DC-IND
                       COMPUTE WS-RVN-POSTING =
                           0 - WS-GL-TAX-AMT (WS-GL-TAX-IX)
                   ELSE
                       MOVE 'C' TO GLD-DC-IND
                       MOVE WS-GL-TAX-AMT (WS-GL-TAX-IX)
                           TO WS-RVN-POSTING
                   END-IF
                   MOVE WS-RVN-POSTING TO GLD-AMOUNT
                   WRITE GL-REC FROM GL-DETAIL
                   ADD 1 TO WS-POSTING-CNT
                   ADD WS-RVN-POSTING TO WS-HASH-TOTAL
               END-IF
           END-IF.
           IF WS-GL-LEVY-AMT (WS-GL-TAX-IX) NOT = 0
               IF WS-TAX-LEVY-ACCT = SPACES
                   ADD 1 TO WS-TAX-UNMAPPED-CNT
                   DISPLAY 'NO LEVY ACCOUNT FOR JURISDICTION - GUILD '
                       'LEVY NOT POSTED: '
                       WS-GL-TAX-JURIS (WS-GL-TAX-IX)
               ELSE
                   MOVE WS-TAX-LEVY-ACCT TO GLD-ACCOUNT
                   IF WS-GL-LEVY-AMT (WS-GL-TAX-IX) < 0
                       MOVE 'D' TO GLD-DC-IND
                       COMPUTE WS-RVN-POSTING =
                           0 - WS-GL-LEVY-AMT (WS-GL-TAX-IX)
                   ELSE
                       MOVE 'C' TO GLD-DC-IND
                       MOVE WS-GL-LEVY-AMT (WS-GL-TAX-IX)
                           TO WS-RVN-POSTING
                   END-IF
                   MOVE WS-RVN-POSTING TO GLD-AMOUNT
                   WRITE GL-REC FROM GL-DETAIL
                   ADD 1 TO WS-POSTING-CNT
                   ADD WS-RVN-POSTING TO WS-HASH-TOTAL
               END-IF
           END-IF.

           WRITE-DUTY-POSTING.
           IF WS-CAT-DUTY-ACCOUNT (WS-TABLE-INDEX) = SPACES
               ADD 1 TO WS-DUTY-UNMAPPED-CNT
               DISPLAY 'NO DUTY ACCOUNT FOR CATEGORY - DUTY NOT '
                   'POSTED: ' WS-CAT-CODE (WS-TABLE-INDEX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSTING-CNT.
           MOVE 'D' TO GLD-REC-TYPE.
           MOVE WS-CAT-DUTY-ACCOUNT (WS-TABLE-INDEX) TO GLD-ACCOUNT.
           MOVE 'C' TO GLD-DC-IND.
           MOVE WS-GL-DUTY (WS-TABLE-INDEX) TO GLD-AMOUNT.
           MOVE GLH-RUN-DATE TO GLD-RUN-DATE.
           MOVE WS-BATCH-NO TO GLD-BATCH-NO.
           WRITE GL-REC FROM GL-DETAIL.
           ADD WS-GL-DUTY (WS-TABLE-INDEX) TO WS-HASH-TOTAL.

           PRINT-TAX-REGISTER-LINES.
           MOVE WS-GL-TAX-JURIS (WS-GL-TAX-IX) TO WS-CHK-TAX-JURIS.
           COMPUTE WS-CHK-TAX-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-GL-TAX-DAY)).
           PERFORM FIND-TAX-ACCOUNTS.
           IF WS-GL-TAX-AMT (WS-GL-TAX-IX) > 0
               AND WS-TAX-SALES-ACCT NOT = SPACES
               MOVE WS-GL-TAX-AMT (WS-GL-TAX-IX) TO WS-AMOUNT-EDIT
               DISPLAY WS-TAX-SALES-ACCT ' '
                   WS-GL-TAX-JURIS (WS-GL-TAX-IX)
                   '         C   SALETAX ' WS-AMOUNT-EDIT
           END-IF.
           IF WS-GL-TAX-AMT (WS-GL-TAX-IX) < 0
               AND WS-TAX-SALES-ACCT NOT = SPACES
               COMPUTE WS-RVN-POSTING = 0 - WS-GL-TAX-AMT (WS-GL-TAX-IX)
               MOVE WS-RVN-POSTING TO WS-AMOUNT-EDIT
               DISPLAY WS-TAX-SALES-ACCT ' '
                   WS-GL-TAX-JURIS (WS-GL-TAX-IX)
                   '         D   SALETAX ' WS-AMOUNT-EDIT
           END-IF.
           IF WS-GL-LEVY-AMT (WS-GL-TAX-IX) > 0
               AND WS-TAX-LEVY-ACCT NOT = SPACES
               MOVE WS-GL-LEVY-AMT (WS-GL-TAX-IX) TO WS-AMOUNT-EDIT
               DISPLAY WS-TAX-LEVY-ACCT ' '
                   WS-GL-TAX-JURIS (WS-GL-TAX-IX)
                   '         C   LEVY    ' WS-AMOUNT-EDIT
           END-IF.
           IF WS-GL-LEVY-AMT (WS-GL-TAX-IX) < 0
               AND WS-TAX-LEVY-ACCT NOT = SPACES
               COMPUTE WS-RVN-POSTING =
                   0 - WS-GL-LEVY-AMT (WS-GL-TAX-IX)
               MOVE WS-RVN-POSTING TO WS-AMOUNT-EDIT
               DISPLAY WS-TAX-LEVY-ACCT ' '
                   WS-GL-TAX-JURIS (WS-GL-TAX-IX)
                   '         D   LEVY    ' WS-AMOUNT-EDIT
           END-IF.

           PRINT-POSTING-REGISTER.
           DISPLAY ' '.
           DISPLAY '================================================'.
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   SALES   '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-REVENUE (WS-TABLE-INDEX) < 0
                   COMPUTE WS-RVN-POSTING =
                       0 - WS-GL-REVENUE (WS-TABLE-INDEX)
                   MOVE WS-RVN-POSTING TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-SALES-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   RETURNS '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-COGS (WS-TABLE-INDEX) > 0
                   MOVE WS-GL-COGS (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   COGS    '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-COGS (WS-TABLE-INDEX) < 0
                   COMPUTE WS-RVN-POSTING =
                       0 - WS-GL-COGS (WS-TABLE-INDEX)
                   MOVE WS-RVN-POSTING TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-COGS-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   COGS    '
                       WS-AMOUNT-EDIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-AP-RECEIPT (WS-TABLE-INDEX) > 0
                   MOVE WS-GL-AP-RECEIPT (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-GL-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   RECEIPT '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-AP-PPV (WS-TABLE-INDEX) < 0
                   COMPUTE WS-PPV-POSTING =
                       0 - WS-GL-AP-PPV (WS-TABLE-INDEX)
                   MOVE WS-PPV-POSTING TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-PPV-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   PPV     '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-AP-PPV (WS-TABLE-INDEX) > 0
                   MOVE WS-GL-AP-PPV (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-PPV-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   PPV     '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-AP-PAYABLE (WS-TABLE-INDEX) > 0
                   MOVE WS-GL-AP-PAYABLE (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-AP-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   PAYABLE '
                       WS-AMOUNT-EDIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-RENTAL (WS-TABLE-INDEX) > 0
                   PERFORM RESOLVE-RENTAL-ACCOUNT
                   MOVE WS-GL-RENTAL (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-RENTAL-ACCOUNT ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   RENTAL  '
                       WS-AMOUNT-EDIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-CONS-COST (WS-TABLE-INDEX) > 0
                   MOVE WS-GL-CONS-COST (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-COGS-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   CONSIGN '
                       WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-AP-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   CONSPAY '
                       WS-AMOUNT-EDIT
               END-IF
               IF WS-GL-CONS-COST (WS-TABLE-INDEX) < 0
                   COMPUTE WS-RVN-POSTING =
                       0 - WS-GL-CONS-COST (WS-TABLE-INDEX)
                   MOVE WS-RVN-POSTING TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-COGS-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   CONSIGN '
                       WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-AP-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' D   CONSPAY '
                       WS-AMOUNT-EDIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GL-TAX-IX FROM 1 BY 1
           UNTIL WS-GL-TAX-IX > WS-GL-TAX-CNT
               PERFORM PRINT-TAX-REGISTER-LINES
           END-PERFORM.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-CAT-CNT
               IF WS-GL-DUTY (WS-TABLE-INDEX) > 0
                   AND WS-CAT-DUTY-ACCOUNT (WS-TABLE-INDEX)
                       NOT = SPACES
                   MOVE WS-GL-DUTY (WS-TABLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY WS-CAT-DUTY-ACCOUNT (WS-TABLE-INDEX) ' '
                       WS-CAT-CODE (WS-TABLE-INDEX) ' C   DUTY    '
                       WS-AMOUNT-EDIT
               END-IF
           END-PERFORM.
           IF WS-RVN-READ-CNT > 0
               DISPLAY 'SALES JOURNAL LINES POSTED: ' WS-RVN-READ-CNT
           END-IF.
           IF WS-TAX-UNMAPPED-CNT > 0
               DISPLAY 'TAX AMOUNTS NOT POSTED (NO LIABILITY ACCOUNT): '
                   WS-TAX-UNMAPPED-CNT
           END-IF.
           IF WS-BACT-READ-CNT > 0
               DISPLAY 'RELEASES FROM BOND POSTED: ' WS-BACT-READ-CNT
           END-IF.
           IF WS-DUTY-UNMAPPED-CNT > 0
               DISPLAY 'DUTY AMOUNTS NOT POSTED (NO DUTY ACCOUNT OR '
                   'CATEGORY): ' WS-DUTY-UNMAPPED-CNT
           END-IF.
           IF WS-APJ-READ-CNT > 0
               DISPLAY 'PAYABLES JOURNAL LINES POSTED: '
                   WS-APJ-READ-CNT
           END-IF.
           IF WS-APJ-UNMAPPED-CNT > 0
               DISPLAY 'INVOICES NOT POSTED (CATEGORY NOT ON MASTER): '
                   WS-APJ-UNMAPPED-CNT
           END-IF.
           IF WS-RVN-UNMAPPED-CNT > 0
               DISPLAY 'SALES NOT POSTED (CATEGORY NOT ON MASTER): '
                   WS-RVN-UNMAPPED-CNT
           COPY SIGNON.
           COPY CATRSLV.
           COPY CATLOAD.
           COPY TAXRSLV.
           COPY TAXLOAD.
           COPY RVNRSLV.
           COPY APJRSLV.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY CONSRSLV.
           COPY CONSLOAD.
           COPY BACTWRT.
           COPY LOCKMGR.
           COPY RUNSWRT.

