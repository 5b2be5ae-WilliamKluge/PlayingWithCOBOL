      *           calendar: once per day unless RUNOVERRIDE=Y, and
      *           job sequencing enforced against the predecessor's
      *           entry (see RCTLREC/RCTLMGR).
      * Modified: 2026-10-15 - sales are checked against the customer
      *           master: an unknown, held or closed account is
      *           refused, as is a sale that would carry the
      *           customer's open receivables past the credit limit,
      *           and every accepted sale opens an invoice item on
      *           the receivables ledger (see CUSTREC/ARITREC).
      * Modified: 2026-10-15 - each PO line a receipt relieves is
      *           logged with the quantity taken and the receipt's
      *           unit cost, the received side of the vendor-invoice
      *           match, and the rewrite carries the line's agreed
      *           unit price through (see PORCREC).
      * Modified: 2026-10-15 - customer-return mode: when RETURNFILE
      *           is set, returns under an RMA number post after the
      *           sales - stock goes back to quarantine or the floor
      *           by reason code, an EPIC serial goes back on hand,
      *           the original sale's revenue and cost reverse onto
      *           the revenue journal at what that sale booked, the
      *           invoice is credited, and every accepted return is
      *           logged for the returns register (see RTNREC/
      *           RTLGREC).  Revenue lines now carry the invoice
      *           number the sale opened.
      * Modified: 2026-10-15 - kit (A)ssembly and (D)isassembly
      *           movement types: assembly consumes each component
      *           on the kit's bill of materials and produces kits at
      *           the components' average cost, disassembly breaks
      *           kits back into parts; both land on the movement
      *           history under their own types (see BOMREC).
      * Modified: 2026-10-15 - potions and scrolls are lot-controlled:
      *           a receipt must carry the lot number and its expiry,
      *           stock leaves earliest-expiring lot first, and each
      *           run opens by writing off the lots that have expired
      *           under an audited (E)xpiry entry and a (W)rite-off on
      *           the movement history (see LOTREC/LOTLOAD).
      * Modified: 2026-10-15 - sales are priced against the customer's
      *           price class: the catalog gold value less the class's
      *           best discount tier for the category and quantity is
      *           the expected price, a keyed price further off it
      *           than PRICETOLPCT (default 5) is refused unless a
      *           supervisor override rides on the sale, which is
      *           audited, and every sale below weighted-average cost
      *           lands on a margin exception report (see PCLSREC).
      * Modified: 2026-10-15 - the unordered excess of an over-
      *           shipment is also written to the vendor exception
      *           log against the vendor and PO line it ran past, for
      *           the vendor scorecard (see VEXCREC/VEXCWRT).
      * Modified: 2026-10-15 - receipts relieve only open (O) and partly
      *           received (P) PO lines - a line closed short or
      *           cancelled in PO maintenance takes no more goods.
      * Modified: 2026-10-15 - consignment stock: a receipt naming a
      *           consigning vendor posts without a purchase order at
      *           the agreed rate onto the consignment ledger, never
      *           into the average cost; sales draw consigned units
      *           first and cost them at the rate owed the vendor; an
      *           issue naming the vendor returns their units, and no
      *           other issue may draw them; a customer return of a
      *           consigned sale goes back to the vendor's stock.
      *           Every consigned movement is logged for the monthly
      *           settlement (see CONSREC/CACTREC).
      * Modified: 2026-10-15 - locations are governed by the location
      *           master: a receipt or transfer onto a location not on
      *           it, or past the location's unit capacity, is
      *           rejected, as is a return to an unknown location.
      *           EPIC serials carry the location holding them - a
      *           receipt or return places the unit, and an EPIC
      *           transfer must name the serial it moves (see
      *           LMSTREC/LMSTLOAD).
      * Modified: 2026-10-15 - a receipt may carry the vendor's own
      *           part number instead of our code; it is translated
      *           through the vendor cross-reference under the
      *           receipt's vendor (or the consigning vendor), and an
      *           unmapped part is rejected and written to the
      *           suspense file under reason XREF (see XREFREC/
      *           SUSPREC).
      * Modified: 2026-10-15 - an EPIC receipt naming a serial that
      *           is out for service on a work order is rejected - the
      *           unit comes back by closing the order (see WORDREC).
      * Modified: 2026-10-15 - the hire location belongs to the rental
      *           desk: no movement or customer return may name it,
      *           an EPIC receipt of a serial out on hire is
      *           rejected, and units on hire no longer count as
      *           available to issue (see RENTREC).
      * Modified: 2026-10-15 - movement history rows carry the
      *           location(s) they touched and the average cost after
      *           posting; an expired lot's write-off lands one row
      *           per location it came off (see MHSTREC).
      * Modified: 2026-10-15 - each sale is charged crown sales tax
      *           and guild levy at the rates in force for the
      *           customer's jurisdiction and the item's category,
      *           unless the customer is exempt; both ride on the
      *           revenue line beside the net price and on the
      *           invoice, count against the credit limit, and a
      *           return gives back its share (see TAXREC/RVNREC).
      * Modified: 2026-10-15 - stock in the bonded warehouse is held
      *           duty-unpaid: a receipt into BND goes on the bond
      *           ledger at its landed value, and any transfer, issue
      *           or sale out of bond releases it, charging the
      *           category's duty; every bonded movement lands on
      *           the bonded activity log for the GL extract and the
      *           monthly return.  A sale may now name the location
      *           it leaves from (see BONDREC/BACTREC/SALEREC).
      * Modified: 2026-10-15 - the indexed catalog is the master of
      *           record: each movement, sale, return and lot
      *           write-off reads its item from magicitems.idx by key
      *           and only the rows it changed are rewritten, with the
      *           side files, at restart points every POSTCKPTINTERVAL
      *           records (see IDXPOST).  A run that stops part-way
      *           resumes after its last restart point.  The
      *           sequential catalog is regenerated from the index at
      *           the end of the stream by CATALOG-REGENERATE.
      * Modified: 2026-10-15 - each restart point marks how far every
      *           appended log had got, and a restart cuts the logs
      *           back to those marks before posting again, so the
      *           journals, histories and exception logs never carry
      *           the same posting twice.
      * Modified: 2026-10-15 - a return may not land in bond, and an
      *           EPIC issue or sale must name a serial the register
      *           holds at the location it leaves from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-STOCK-MOVEMENTS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The day's warehouse movement file - MOVEFILE env var,
      * defaults to stockmoves.txt (see MOVERSLV)
           SELECT MOVE-FILE ASSIGN DYNAMIC WS-MOVE-FILENAME
           SELECT REVENUE-FILE ASSIGN DYNAMIC WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVENUE-STATUS.
      * Customer returns under an RMA - only read when RETURNFILE is
      * set, same convention as the sales (see RTNREC)
           SELECT RETURN-FILE ASSIGN DYNAMIC WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.
      * The revenue journal of the day a returned item was sold,
      * read back for the price and cost the sale booked
           SELECT ORIGRVN-FILE ASSIGN DYNAMIC WS-ORIGRVN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGRVN-STATUS.
      * Permanent log of accepted returns - RETURNLOGFILE env var,
      * defaults to returnslog.txt (see RTLGRSLV)
           SELECT RTLG-FILE ASSIGN DYNAMIC WS-RTLG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTLG-STATUS.
      * The customer accounts a sale must name - see CUSTREC/
      * CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * Price-class discount tiers the sales are priced against -
      * see PCLSREC/PCLSLOAD
           SELECT PCLS-FILE ASSIGN DYNAMIC WS-PCLS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCLS-STATUS.
      * Sales tax and guild levy rates the sales are charged at -
      * see TAXREC/TAXLOAD
           SELECT TAX-FILE ASSIGN DYNAMIC WS-TAX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.
      * The receivables open-item ledger each accepted sale opens
      * an invoice on - see ARITREC/ARITLOAD
           SELECT RECEIVABLE-FILE ASSIGN DYNAMIC
           WS-RECEIVABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-STATUS.
      * The weighted-average costing ledger receipts roll into -
      * COSTFILE env var, defaults to avgcost.txt (see COSTRSLV)
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * Kit bills of materials the assembly and disassembly types
      * work from - KITBOMFILE env var, defaults to kitbom.txt (see
      * BOMRSLV)
           SELECT BOM-FILE ASSIGN DYNAMIC WS-BOM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOM-STATUS.
      * The permanent movement history accepted movements append to
      * - MOVEHISTFILE env var, defaults to movementhistory.txt
      * (see MHSTRSLV)
           SELECT MHIST-FILE ASSIGN DYNAMIC WS-MHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHIST-STATUS.
      * What each receipt relieved, PO line by PO line - the
      * received side of the invoice match.  PORECEIPTFILE env var,
      * defaults to poreceipts.txt (see PORCRSLV)
           SELECT PORC-FILE ASSIGN DYNAMIC WS-PORC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORC-STATUS.
      * Over-receipts by vendor for the scorecard - VENDEXCFILE env
      * var, defaults to vendorexceptions.txt (see VEXCWRT)
           SELECT VEXC-FILE ASSIGN DYNAMIC WS-VEXC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEXC-STATUS.
      * Who may consign stock to us - see VENDREC/VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * Which locations stock may land on - LOCMASTFILE env var,
      * defaults to locationmaster.txt (see LMSTREC/LMSTLOAD)
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
      * The vendors' units on our shelves - CONSIGNFILE env var,
      * defaults to consignment.txt (see CONSRSLV)
           SELECT CONS-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.
      * Every consigned movement, for the settlement statement -
      * CONSACTFILE env var, defaults to consignactivity.txt (see
      * CACTWRT)
           SELECT CACT-FILE ASSIGN DYNAMIC WS-CACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CACT-STATUS.
      * Duty-unpaid stock in the bonded warehouse - BONDLEDGERFILE
      * env var, defaults to bondledger.txt (see BONDRSLV)
           SELECT BOND-FILE ASSIGN DYNAMIC WS-BOND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOND-STATUS.
      * Every bonded movement, for the duty posting and the customs
      * return - BONDACTFILE env var, defaults to bondactivity.txt
      * (see BACTWRT)
           SELECT BACT-FILE ASSIGN DYNAMIC WS-BACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACT-STATUS.
      * Per-location stock balances behind the catalog total - see
      * LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * Lot register for the lot-controlled categories - see LOTREC/
      * LOTLOAD
           SELECT LOT-FILE ASSIGN DYNAMIC WS-LOT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
      * The item lore file, read only for the structured handling-
      * class records on line 00 - see LOREREC/HNDLWS
           SELECT LORE-FILE ASSIGN DYNAMIC WS-LORE-FILENAME
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * Vendor part cross-reference, for receipts keyed from the
      * vendor's paperwork - XREFFILE env var, defaults to
      * vendorxref.txt (see XREFRSLV)
           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
      * Machine-readable reject suspense file, for the unmapped
      * vendor parts - see SUSPREC/SUSPWRT
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * The indexed catalog, master of record - read and rewritten
      * by key
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Restart point - POSTCKPTFILE env var, defaults to
      * postmoves.ckpt (see IDXPOST)
           SELECT PCKP-FILE ASSIGN DYNAMIC WS-PCKP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCKP-STATUS.
      * Each appended log in turn, counted or cut back to its
      * restart point mark - see IDXPOST
           SELECT PLOG-FILE ASSIGN DYNAMIC WS-PLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-STATUS.
           SELECT PLOG-WORK-FILE ASSIGN DYNAMIC WS-PLOG-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-WORK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.
      * Run-control calendar - see RCTLREC/RCTLMGR
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
           FILE SECTION.
           FD MOVE-FILE.
           01 MOVE-FILE-REC.
               COPY MOVEREC.
           FD REVENUE-FILE.
           01 REVENUE-FILE-REC.
               COPY RVNREC.
           FD RETURN-FILE.
           01 RETURN-FILE-REC.
               COPY RTNREC.
           FD ORIGRVN-FILE.
           01 ORIGRVN-FILE-REC.
               COPY RVNREC.
           FD RTLG-FILE.
           01 RTLG-FILE-REC.
               COPY RTLGREC.
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD PCLS-FILE.
           01 PCLS-FILE-REC.
               COPY PCLSREC.
           FD TAX-FILE.
           01 TAX-FILE-REC.
               COPY TAXREC.
           FD RECEIVABLE-FILE.
           01 RECEIVABLE-REC.
               COPY ARITREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD BOM-FILE.
           01 BOM-FILE-REC.
               COPY BOMREC.
           FD MHIST-FILE.
           01 MHIST-FILE-REC.
               COPY MHSTREC.
           FD PORC-FILE.
           01 PORC-FILE-REC.
               COPY PORCREC.
           FD VEXC-FILE.
           01 VEXC-FILE-REC.
               COPY VEXCREC.
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD CONS-FILE.
           01 CONS-FILE-REC.
               COPY CONSREC.
           FD CACT-FILE.
           01 CACT-FILE-REC.
               COPY CACTREC.
           FD BOND-FILE.
           01 BOND-FILE-REC.
               COPY BONDREC.
           FD BACT-FILE.
           01 BACT-FILE-REC.
               COPY BACTREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD LOT-FILE.
           01 LOT-FILE-REC.
               COPY LOTREC.
           FD LORE-FILE.
           01 LORE-FILE-REC.
               COPY LOREREC.
               COPY CATREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD XREF-FILE.
           01 XREF-REC.
               COPY XREFREC.
           FD SUSPENSE-FILE.
           01 SUSPENSE-REC             PIC X(99).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD ITEM-INDEXED.
           01 IDX-ITEM-FILE.
               COPY ITEMREC
                          BY ==IDX-ITEM-LIFECYCLE==.
           FD RUNCTL-FILE.
           01 RUNCTL-REC               PIC X(50).
           FD PCKP-FILE.
           01 PCKP-REC                 PIC X(184).
           FD PLOG-FILE.
           01 PLOG-REC                 PIC X(512).
           FD PLOG-WORK-FILE.
           01 PLOG-WORK-REC            PIC X(512).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           01 WS-MOVE.
               COPY MOVEREC.
           COPY MOVESTAT.
           COPY MOVENAME.
           COPY PORDSTAT.
           01 WS-SALE-REJECT-REASON    PIC X(30).
           01 WS-SALE-REVENUE          PIC 9(11)V99.
           01 WS-SALE-COST             PIC 9(11)V99.
           COPY PCLSWS.
           COPY TAXWS.
      * Tax and levy on the sale line being posted, the codes the
      * revenue journal carries for them, and the run's totals.
           01 WS-SALE-TAX-BASE         PIC 9(11)V99.
           01 WS-SALE-TAX              PIC 9(9)V99.
           01 WS-SALE-LEVY             PIC 9(9)V99.
           01 WS-SALE-JURIS            PIC X(4).
           01 WS-SALE-TAX-CODE         PIC X(1).
           01 WS-SALE-LEVY-CODE        PIC X(1).
           01 WS-SALE-TAX-TOTAL        PIC 9(11)V99 VALUE 0.
           01 WS-SALE-LEVY-TOTAL       PIC 9(11)V99 VALUE 0.
           01 WS-TAX-TOTAL-EDIT        PIC ZZZZZZZZZZ9.99.
           01 WS-LEVY-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.
      * Expected-price check - PRICETOLPCT overrides how far a keyed
      * price may stray from the class price, either way, before the
      * sale needs a supervisor.
           01 WS-PRICE-TOL-PCT         PIC 9(3)V99 VALUE 5.00.
           01 WS-PRICE-TOL-IN          PIC X(6).
           01 WS-EXPECTED-PRICE        PIC 9(7)V99.
           01 WS-EXPECTED-EDIT         PIC ZZZZZZ9.99.
           01 WS-DISC-EDIT             PIC Z9.99.
           01 WS-PRICE-DEV-PCT         PIC S9(5)V99.
           01 WS-PRICE-OVERRIDDEN      PIC A(1).
           01 WS-PRICE-OVERRIDE-CNT    PIC 9(4) VALUE 0.
           01 WS-SALE-UNIT-COST        PIC 9(7)V99.
      * Sales made below weighted-average cost, held for their own
      * report section - the giveaways management hears about the
      * same day.
           01 WS-MRGX-CNT              PIC 9(3) VALUE 0.
           01 WS-MARGIN-EXCEPTIONS.
               03 WS-MRGX-ROW OCCURS 500 TIMES.
                   05 WS-MRGX-CUSTOMER    PIC X(10).
                   05 WS-MRGX-CODE        PIC X(6).
                   05 WS-MRGX-QTY         PIC 9(5).
                   05 WS-MRGX-PRICE       PIC 9(7)V99.
                   05 WS-MRGX-UNIT-COST   PIC 9(7)V99.
                   05 WS-MRGX-LOSS        PIC 9(11)V99.
                   05 WS-MRGX-OVERRIDE    PIC X(1).
           01 WS-MRGX-CAPACITY         PIC 9(3) VALUE 500.
           01 WS-MRGX-SCAN             PIC 9(3).
           01 WS-MRGX-TOTAL-LOSS       PIC 9(11)V99 VALUE 0.
           01 WS-MRGX-PRICE-EDIT       PIC ZZZZZZ9.99.
           01 WS-MRGX-COST-EDIT        PIC ZZZZZZ9.99.
           01 WS-MRGX-LOSS-EDIT        PIC ZZZZZZZZZZ9.99.
      * Customer-return mode - only runs when RETURNFILE is set.  The
      * original sale is read back off its day's revenue journal,
      * and the returns log answers what has already come back.
           01 WS-RETURN-FILENAME       PIC X(100).
           01 WS-RETURN-STATUS         PIC X(2).
           01 WS-RETURN-MODE           PIC A(1) VALUE 'N'.
           01 WS-RTN.
               COPY RTNREC.
           COPY RTNRSN.
           COPY RTLGWS.
           01 WS-ORIGRVN-FILENAME      PIC X(100).
           01 WS-ORIGRVN-STATUS        PIC X(2).
           01 WS-ORIGRVN-EOF           PIC A(1).
           01 WS-ORIG.
               COPY RVNREC.
           01 WS-ORIG-FOUND            PIC A(1).
           01 WS-ORIG-QTY              PIC 9(5).
           01 WS-ORIG-UNIT-PRICE       PIC 9(7)V99.
           01 WS-ORIG-UNIT-COST        PIC 9(7)V99.
           01 WS-ORIG-TAX              PIC 9(9)V99.
           01 WS-ORIG-LEVY             PIC 9(9)V99.
           01 WS-ORIG-SALE-DATE        PIC X(8).
           01 WS-RTLG-EOF              PIC A(1).
           01 WS-RTN-PRIOR-QTY         PIC 9(7).
           01 WS-RTN-DUPLICATE         PIC A(1).
           01 WS-RTN-LOC               PIC X(4).
           01 WS-RTN-REFUND            PIC 9(11)V99.
           01 WS-RTN-COST              PIC 9(11)V99.
           01 WS-RTN-TAX               PIC 9(9)V99.
           01 WS-RTN-LEVY              PIC 9(9)V99.
           01 WS-RTN-CREDIT-LEFT       PIC 9(11)V99.
           01 WS-RTN-CREDIT-SEQ        PIC 9(3) VALUE 0.
           01 WS-RTN-CREDIT-PREFIX     PIC X(7).
           01 WS-RTN-READ-CNT          PIC 9(5) VALUE 0.
           01 WS-RTN-POSTED-CNT        PIC 9(5) VALUE 0.
           01 WS-RTN-REJECTED-CNT      PIC 9(5) VALUE 0.
           01 WS-RTN-REJECT-REASON     PIC X(30).
           01 WS-RTN-CREDITED-CNT      PIC 9(5) VALUE 0.
      * Sales and returns both work the receivables ledger - it is
      * loaded once by whichever runs first.
           01 WS-AR-LOADED             PIC A(1) VALUE 'N'.
      * Customer accounts and the receivables ledger - the exposure
      * is the customer's open balance with this sale added, held
      * against the credit limit before anything moves.
           COPY CUSTSTAT.
           COPY CUSTNAME.
           COPY CUSTWS.
           COPY ARITSTAT.
           COPY ARITNAME.
           COPY ARITWS.
           01 WS-AR-EXPOSURE           PIC S9(11)V99.
           01 WS-AR-DOC-PREFIX         PIC X(6).
           01 WS-AR-DOC-SEQ            PIC 9(4) VALUE 0.
           01 WS-AR-OPENED-CNT         PIC 9(5) VALUE 0.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
      * weighted average - the balance before the receipt is the
      * weighting basis.
           01 WS-COST-CHANGED          PIC A(1) VALUE 'N'.
           COPY BOMWS.
      * Working fields for an assembly or disassembly - the kit's
      * table row is held while the component rows are worked, and
      * the batch's component cost builds up for the kit's average.
           01 WS-KIT-IX                PIC 9(4).
           01 WS-KIT-COMP-IX           PIC 9(4).
           01 WS-KIT-NEED-QTY          PIC 9(8).
           01 WS-KIT-LOC               PIC X(4).
           01 WS-KIT-REJECT            PIC X(30).
           01 WS-KIT-UNIT-COST         PIC 9(7)V99.
           01 WS-KIT-BUILD-COST        PIC 9(11)V99.
           COPY MHSTWS.
           01 WS-MHIST-WRITTEN-CNT     PIC 9(5) VALUE 0.
      * What the run has put on the audit trail, the revenue journal
      * and the returns log - the restart point marks each log by
      * its count (see COMMIT-SIDE-FILES).
           01 WS-AUDIT-WRITTEN-CNT     PIC 9(5) VALUE 0.
           01 WS-RVN-WRITTEN-CNT       PIC 9(5) VALUE 0.
           01 WS-RTLG-WRITTEN-CNT      PIC 9(5) VALUE 0.
           01 WS-MHIST-COST-SCAN       PIC 9(4).
           COPY PORCWS.
           01 WS-PORC-WRITTEN-CNT      PIC 9(5) VALUE 0.
           COPY VEXCWS.
      * The last PO line a receipt relieved - an over-shipment's
      * excess is charged to that line's vendor.
           01 WS-PO-LAST-VENDOR        PIC X(8).
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           COPY CONSWS.
           COPY CACTWS.
           COPY XREFSTAT.
           COPY XREFNAME.
           COPY XREFWS.
           COPY SUSPWS.
      * Consignment working fields - our own units of an item (on
      * hand less every vendor's consigned units), and the ledger
      * row a sale is drawing from, if any.
           01 WS-CONS-REJECT           PIC X(30).
           01 WS-OWN-IX                PIC 9(4).
           01 WS-OWNED-QTY             PIC 9(7).
           01 WS-SALE-CONS-IX          PIC 9(4).
           01 WS-SALE-CONS-VENDOR      PIC X(8).
           COPY BONDWS.
           COPY BACTWS.
      * Bonded warehouse working fields - the catalog row, units and
      * direction of a movement into or out of bond, what the units
      * were worth duty-unpaid, and the duty a release owes.  The
      * sale location is where a sale line leaves from.
           01 WS-BOND-ITEM-IX          PIC 9(4).
           01 WS-BOND-MOVE-QTY         PIC 9(5).
           01 WS-BOND-COVER-QTY        PIC 9(5).
           01 WS-BOND-MOVE-VALUE       PIC 9(9)V99.
           01 WS-BOND-UNIT-VALUE       PIC 9(7)V99.
           01 WS-BOND-DUTY-RATE        PIC 9(2)V999.
           01 WS-BOND-DUTY             PIC 9(9)V99.
           01 WS-BOND-DUTY-TOTAL       PIC 9(11)V99 VALUE 0.
           01 WS-BOND-DUTY-EDIT        PIC Z(10)9.99.
           01 WS-BOND-TYPE             PIC X(1).
           01 WS-BOND-TO-LOC           PIC X(4).
           01 WS-BOND-REF              PIC X(10).
           01 WS-SALE-LOC              PIC X(4).
           01 WS-PO-LAST-NUMBER        PIC X(8).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY LMSTWS.
           COPY AUDSTAT.
           COPY AUDNAME.
      * Working fields for a between-locations transfer - the from
           01 WS-SER-REJECT            PIC X(30).
           01 WS-SER-MOVE-SERIAL       PIC X(12).
           01 WS-SER-MOVE-QTY          PIC 9(5).
           COPY LOTWS.
      * Working fields for the lot draw - the catalog row and the
      * quantity leaving, the on-hand no lot accounts for (stock from
      * before the register, or back on a return), which goes first,
      * and the lot picked on each pass of the earliest-expiry scan.
           01 WS-LOT-ITEM-IX           PIC 9(4).
           01 WS-LOT-DRAW-QTY          PIC 9(7).
           01 WS-LOT-DRAW-LEFT         PIC 9(7).
           01 WS-LOT-UNLOTTED-QTY      PIC 9(7).
           01 WS-LOT-TAKE-QTY          PIC 9(7).
           01 WS-LOT-PICK-IX           PIC 9(4).
           01 WS-LOT-PICK-KEY          PIC X(8).
           01 WS-LOT-REJECT            PIC X(30).
           01 WS-LOT-FOUND-IX          PIC 9(4).
      * Expired-lot write-off totals for the run.
           01 WS-LOT-WO-CNT            PIC 9(4) VALUE 0.
           01 WS-LOT-WO-QTY            PIC 9(5).
           01 WS-LOT-WO-LEFT           PIC 9(5).
           01 WS-LOT-WO-VALUE          PIC 9(11)V99.
           01 WS-LOT-WO-TOTAL          PIC 9(11)V99 VALUE 0.
           01 WS-LOT-WO-VALUE-DISP     PIC Z(10)9.99.
           COPY LOREWS.
           COPY HNDLWS.
      * Handling classes per item, parsed off the lore file's line-
           01 WS-COST-BASIS-QTY        PIC 9(7).
           01 WS-PRIOR-AVG-COST        PIC 9(7)V99.
           01 WS-NEW-AVG-COST          PIC 9(7)V99.
      * The rows this run has read from the index - see IDXPWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           COPY IDXPWS.
           COPY REGNWS.
           COPY CATSTAT.
           COPY CATNAME.
           COPY CATTAB.
           COPY DATESTAMP.
           01 WS-TABLE-INDEX           PIC 9(10).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Per-item posting balances, parallel to the catalog table -
      * opening quantity frozen when the row is first read from the
      * index plus running receipt and
      * issue totals, so the journal can show opening, movements and
      * closing per item without rereading anything.
           01 WS-POSTING-BALANCES.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-IDX-STATUS            PIC X(2).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'Y' TO WS-RCTL-ONCE-DAILY.
           MOVE 'MERGE-VENDOR-FEEDS' TO WS-RCTL-PREREQ-JOB.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-LOCATION-MASTER.
           PERFORM TAKE-EXCLUSIVE-LOCK.
      * A restart point left by a run that stopped part-way is
      * picked up here - everything it covered is already on the
      * index and the side files.
           PERFORM OPEN-INDEXED-MASTER.
           MOVE 'postmoves.ckpt' TO WS-PCKP-DEFAULT.
           PERFORM READ-POSTING-CHECKPOINT.
           PERFORM POSITION-APPEND-LOGS.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-COST-LEDGER.
           PERFORM LOAD-KIT-BOM.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM LOAD-LOT-REGISTER.
           PERFORM LOAD-CONSIGNMENT-LEDGER.
           PERFORM LOAD-BOND-LEDGER.
           PERFORM LOAD-VENDOR-XREF.
           PERFORM SET-LOT-TODAY-KEY.
           PERFORM LOAD-HANDLING-CLASSES.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-BACKORDERS.
           PERFORM RESOLVE-AUDIT-FILENAME.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM OPEN-MOVEMENT-HISTORY.
           PERFORM OPEN-PO-RECEIPT-LOG.
           PERFORM RESOLVE-VEXC-FILENAME.
           PERFORM OPEN-VENDOR-EXCEPTION-LOG.
           IF WS-VEXC-STATUS NOT = '00'
               DISPLAY 'VENDOR EXCEPTION LOG NOT OPENED - FILE STATUS '
                   WS-VEXC-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-CACT-FILENAME.
           PERFORM OPEN-CONSIGNMENT-ACTIVITY-LOG.
           IF WS-CACT-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT ACTIVITY LOG NOT OPENED - FILE '
                   'STATUS ' WS-CACT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-BACT-FILENAME.
           PERFORM OPEN-BOND-ACTIVITY-LOG.
           IF WS-BACT-STATUS NOT = '00'
               DISPLAY 'BONDED ACTIVITY LOG NOT OPENED - FILE STATUS '
                   WS-BACT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-SUSPENSE-FILENAME.
           PERFORM OPEN-SUSPENSE-FILE.
      * Expired lots come off before anything moves - a movement
      * must never be filled from stock that has gone inert.  The
      * write-off is a phase of its own with a restart point at its
      * end, so a restarted run never writes the same lot off twice.
           IF WS-RESTART-PHASE = SPACE
               MOVE '1' TO WS-PHASE-CODE
               MOVE 0 TO WS-PHASE-CNT
               PERFORM WRITE-OFF-EXPIRED-LOTS
               PERFORM TAKE-RESTART-POINT
           ELSE
               DISPLAY 'EXPIRED LOTS ALREADY WRITTEN OFF BEFORE THE '
                   'RESTART POINT'
           END-IF.
           PERFORM RESOLVE-MOVE-FILENAME.
           OPEN INPUT MOVE-FILE.
           PERFORM CHECK-MOVE-FILE-STATUS.
           MOVE '2' TO WS-PHASE-CODE.
           MOVE 0 TO WS-PHASE-CNT.
           PERFORM POST-MOVEMENT-FILE.
           CLOSE MOVE-FILE.
           PERFORM RESOLVE-SALES-FILENAME.
           IF WS-SALES-MODE = 'Y'
               MOVE '3' TO WS-PHASE-CODE
               MOVE 0 TO WS-PHASE-CNT
               PERFORM POST-SALES-FILE
           END-IF.
      * Returns post after the sales - a sale rung and brought back
      * the same day must already be on today's journal.
           PERFORM RESOLVE-RETURN-FILENAME.
           IF WS-RETURN-MODE = 'Y'
               MOVE '4' TO WS-PHASE-CODE
               MOVE 0 TO WS-PHASE-CNT
               PERFORM POST-RETURNS-FILE
           END-IF.
           CLOSE MHIST-FILE.
           CLOSE PORC-FILE.
           CLOSE VEXC-FILE.
           CLOSE CACT-FILE.
           CLOSE BACT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE AUDIT-FILE.
           IF WS-MHIST-WRITTEN-CNT > 0
               DISPLAY WS-MHIST-WRITTEN-CNT ' MOVEMENTS APPENDED TO '
                   FUNCTION TRIM (WS-MHIST-FILENAME)
           END-IF.
           IF WS-PORC-WRITTEN-CNT > 0
               DISPLAY WS-PORC-WRITTEN-CNT
                   ' PO RECEIPT LINES APPENDED TO '
                   FUNCTION TRIM (WS-PORC-FILENAME)
           END-IF.
           IF WS-CACT-WRITTEN-CNT > 0
               DISPLAY WS-CACT-WRITTEN-CNT
                   ' CONSIGNMENT LINES APPENDED TO '
                   FUNCTION TRIM (WS-CACT-FILENAME)
           END-IF.
           IF WS-BACT-WRITTEN-CNT > 0
               MOVE WS-BOND-DUTY-TOTAL TO WS-BOND-DUTY-EDIT
               DISPLAY WS-BACT-WRITTEN-CNT
                   ' BONDED LINES APPENDED TO '
                   FUNCTION TRIM (WS-BACT-FILENAME)
                   ' - DUTY RELEASED ' WS-BOND-DUTY-EDIT
           END-IF.
           IF WS-SUSP-WRITTEN-CNT > 0
               DISPLAY WS-SUSP-WRITTEN-CNT
                   ' UNMAPPED VENDOR PARTS WRITTEN TO '
                   FUNCTION TRIM (WS-SUSPENSE-FILENAME)
           END-IF.
           PERFORM PRINT-ITEM-BALANCES.
           PERFORM PRINT-RECEIPT-EXCEPTIONS.
           PERFORM PRINT-MARGIN-EXCEPTIONS.
           PERFORM PRINT-BACKORDER-POSITION.
      * The last restart point lands the tail of the stream - the
      * changed rows on the index, then the side files - and the
      * run is finished with its checkpoint.
           PERFORM TAKE-RESTART-POINT.
           CLOSE ITEM-INDEXED.
           PERFORM CLEAR-POSTING-CHECKPOINT.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
      * Rows loaded are the rows read from the index by key - the
      * load-time screens belong to the programs that add rows.
           MOVE WS-REC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           COMPUTE RUNS-OTHER-REJECTS OF WS-RUNS =
               WS-MOVE-REJECTED-CNT + WS-SALE-REJECTED-CNT
               + WS-RTN-REJECTED-CNT.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM UPDATE-RUN-CONTROL.
           STOP RUN.

           PREPARE-FETCHED-ROW.
      * Opening quantity frozen as the row comes off the index,
      * before anything this run posts touches it.
           MOVE WS-ITEM-QTY-ON-HAND (WS-FETCH-IX)
               TO WS-OPEN-QTY (WS-FETCH-IX).
           MOVE 0 TO WS-RCPT-QTY (WS-FETCH-IX).
           MOVE 0 TO WS-ISSUE-QTY (WS-FETCH-IX).
           MOVE 'N' TO WS-ITEM-MOVED (WS-FETCH-IX).

           OPEN-MOVEMENT-HISTORY.
      * Same first-run discipline as AUDOPEN - a shop's first
               STOP RUN RETURNING 16
           END-IF.

           OPEN-PO-RECEIPT-LOG.
      * Same first-run discipline as the movement history.
           PERFORM RESOLVE-PORC-FILENAME.
           OPEN INPUT PORC-FILE.
           IF WS-PORC-STATUS = '35'
               OPEN OUTPUT PORC-FILE
               CLOSE PORC-FILE
           ELSE
               CLOSE PORC-FILE
           END-IF.
           OPEN EXTEND PORC-FILE.
           IF WS-PORC-STATUS NOT = '00'
               DISPLAY 'PO RECEIPT LOG NOT OPENED - FILE STATUS '
                   WS-PORC-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           WRITE-MOVEMENT-HISTORY.
      * Caller fills the type, quantity, reference and location(s)
      * - the run date stamp is the same for every record of the
      * run.  The cost is looked up here on a scan of its own, so
      * the caller's FIND-ITEM-AVG-COST answer is left alone; the
      * locations are cleared after the write so the next caller
      * cannot inherit them.
           MOVE WS-RUN-DATE-DISP TO MHST-RUN-DATE OF WS-MHST.
           MOVE 0 TO MHST-AVG-COST OF WS-MHST.
           PERFORM VARYING WS-MHIST-COST-SCAN FROM 1 BY 1
           UNTIL WS-MHIST-COST-SCAN > WS-COST-CNT
               IF WS-COST-CODE (WS-MHIST-COST-SCAN)
                   = MHST-ITEM-CODE OF WS-MHST
                   MOVE WS-COST-AVG (WS-MHIST-COST-SCAN)
                       TO MHST-AVG-COST OF WS-MHST
               END-IF
           END-PERFORM.
           WRITE MHIST-FILE-REC FROM WS-MHST.
           ADD 1 TO WS-MHIST-WRITTEN-CNT.
           MOVE SPACES TO MHST-LOCATION OF WS-MHST.
           MOVE SPACES TO MHST-TO-LOCATION OF WS-MHST.

           CHECK-MOVE-FILE-STATUS.
           IF WS-MOVE-STATUS NOT = '00'
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-PHASE-RECORD
                       IF WS-SKIP-RECORD = 'N'
                           PERFORM POST-ONE-MOVEMENT
                           PERFORM TAKE-RESTART-POINT-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           MOVE SPACES TO WS-MOVE-REJECT-REASON.
           PERFORM CHECK-MOVEMENT-PERIOD.
           IF WS-MOVE-REJECT-REASON = SPACES
               PERFORM TRANSLATE-VENDOR-PART
           END-IF.
           IF WS-MOVE-REJECT-REASON = SPACES
               MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-FETCH-CODE
               PERFORM FETCH-CATALOG-ROW
               IF WS-FETCH-IX = 0
                   MOVE WS-FETCH-REJECT TO WS-MOVE-REJECT-REASON
               ELSE
                   PERFORM APPLY-ONE-MOVEMENT
               END-IF
           END-IF.
           PERFORM PRINT-JOURNAL-LINE.

           TRANSLATE-VENDOR-PART.
      * A receipt keyed straight off the vendor's packing slip
      * carries their part number - our code comes from the
      * cross-reference under the receipt's vendor, or the
      * consigning vendor when the receipt names one, never from
      * whatever sits in the code field beside it.  Only receipts
      * arrive on vendor paperwork.
           IF MOVE-VENDOR-PART OF WS-MOVE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-TYPE OF WS-MOVE NOT = 'R'
               MOVE 'VENDOR PART ON A NON-RECEIPT'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-VENDOR OF WS-MOVE TO WS-CHK-XREF-VENDOR.
           IF WS-CHK-XREF-VENDOR = SPACES
               MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE
                   TO WS-CHK-XREF-VENDOR
           END-IF.
           IF WS-CHK-XREF-VENDOR = SPACES
               MOVE 'VENDOR PART WITH NO VENDOR'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-VENDOR-PART OF WS-MOVE TO WS-CHK-XREF-PART.
           PERFORM FIND-VENDOR-XREF.
           IF WS-XREF-FOUND = 'Y'
               MOVE WS-XREF-FOUND-CODE TO MOVE-ITEM-CODE OF WS-MOVE
               EXIT PARAGRAPH
           END-IF.
      * A new vendor SKU is a work item - the receipt bounces here,
      * and the part goes to suspense with the quantity and unit
      * cost for whoever maps it and re-keys the receipt.
           MOVE 'VENDOR PART NOT MAPPED' TO WS-MOVE-REJECT-REASON.
           DISPLAY 'UNMAPPED PART: ' WS-CHK-XREF-VENDOR ' '
               WS-CHK-XREF-PART ' REF '
               MOVE-REFERENCE OF WS-MOVE ' - TO SUSPENSE'.
           INITIALIZE WS-ITEM.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO ITEM-CODE OF WS-ITEM.
           MOVE MOVE-UNIT-COST OF WS-MOVE
               TO ITEM-GOLD-VALUE OF WS-ITEM.
           MOVE MOVE-QTY OF WS-MOVE TO ITEM-QTY-ON-HAND OF WS-ITEM.
           MOVE 'XREF' TO SUSP-REASON-CODE OF WS-SUSP.
           MOVE WS-CHK-XREF-VENDOR TO SUSP-VENDOR OF WS-SUSP.
           MOVE WS-CHK-XREF-PART TO SUSP-VENDOR-PART OF WS-SUSP.
           PERFORM WRITE-SUSPENSE-ROW.

           LOAD-CLOSED-PERIODS.
      * The distinct periods on the balance file - each appears on
      * thousands of rows, the reject check only needs the list.

           APPLY-ONE-MOVEMENT.
           MOVE WS-ITEM-IX TO WS-FOUND-IX.
      * Units go on and off hire only through their rental - a
      * movement naming the hire location would strand them there.
           IF MOVE-LOCATION OF WS-MOVE = WS-HIRE-LOCATION
               OR MOVE-TO-LOCATION OF WS-MOVE = WS-HIRE-LOCATION
               MOVE 'HIRE LOCATION - RENTALS ONLY'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           EVALUATE MOVE-TYPE OF WS-MOVE
               WHEN 'R'
                   PERFORM APPLY-ONE-RECEIPT
                   PERFORM APPLY-ONE-ISSUE
               WHEN 'T'
                   PERFORM APPLY-ONE-TRANSFER
               WHEN 'A'
                   PERFORM APPLY-ONE-ASSEMBLY
               WHEN 'D'
                   PERFORM APPLY-ONE-DISASSEMBLY
               WHEN OTHER
                   MOVE 'UNKNOWN MOVEMENT TYPE'
                       TO WS-MOVE-REJECT-REASON
               PERFORM CAPTURE-BACKORDER
               EXIT PARAGRAPH
           END-IF.
      * Consigned units are the vendor's - an issue naming the
      * vendor sends their units back, any other issue may take
      * only our own.
           IF MOVE-CONSIGN-VENDOR OF WS-MOVE NOT = SPACES
               MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE
                   TO WS-CHK-CONS-VENDOR
               MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-CONS-CODE
               PERFORM FIND-CONSIGNMENT
               IF WS-CONS-FOUND = 'N'
                   MOVE 'NOT ON CONSIGNMENT FROM VENDOR'
                       TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF MOVE-QTY OF WS-MOVE > WS-CONS-QTY (WS-CONS-FOUND-IX)
                   MOVE 'MORE THAN VENDOR HAS CONSIGNED'
                       TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-FOUND-IX TO WS-OWN-IX
               PERFORM FIND-OWNED-QTY
               IF MOVE-QTY OF WS-MOVE > WS-OWNED-QTY
                   MOVE 'WOULD DRAW CONSIGNED STOCK'
                       TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-LOC-CODE.
           MOVE MOVE-LOCATION OF WS-MOVE TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
               PERFORM CAPTURE-BACKORDER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-LOT-ITEM-IX.
           MOVE MOVE-QTY OF WS-MOVE TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           IF WS-LOT-REJECT NOT = SPACES
               MOVE WS-LOT-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAW-ITEM-LOTS.
           SUBTRACT MOVE-QTY OF WS-MOVE
               FROM WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           SUBTRACT MOVE-QTY OF WS-MOVE
               FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
      * An issue straight out of bond takes the goods into use -
      * the duty falls due as on any other release.
           IF WS-LOC-LOCATION (WS-LOC-FOUND-IX) = WS-BOND-LOCATION
               MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
               MOVE MOVE-QTY OF WS-MOVE TO WS-BOND-MOVE-QTY
               MOVE 'X' TO WS-BOND-TYPE
               MOVE SPACES TO WS-BOND-TO-LOC
               MOVE MOVE-REFERENCE OF WS-MOVE TO WS-BOND-REF
               PERFORM RELEASE-FROM-BOND
           END-IF.
           ADD MOVE-QTY OF WS-MOVE TO WS-ISSUE-QTY (WS-FOUND-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX).
           MOVE MOVE-ITEM-CODE OF WS-MOVE
           MOVE MOVE-QTY OF WS-MOVE TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-LOC-LOCATION (WS-LOC-FOUND-IX)
               TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
           IF WS-EPIC-ITEM = 'Y'
               MOVE 'I' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.
           IF MOVE-CONSIGN-VENDOR OF WS-MOVE NOT = SPACES
               PERFORM RETURN-CONSIGNMENT-TO-VENDOR
           END-IF.

           RETURN-CONSIGNMENT-TO-VENDOR.
      * Checked already - the vendor's row covers the issue.  The
      * units go back at the rate they stood at, owing nothing.
           MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE TO WS-CHK-CONS-VENDOR.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-CONS-CODE.
           PERFORM FIND-CONSIGNMENT.
           SUBTRACT MOVE-QTY OF WS-MOVE
               FROM WS-CONS-QTY (WS-CONS-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-CONS-DATE (WS-CONS-FOUND-IX).
           MOVE 'Y' TO WS-CONS-CHANGED.
           MOVE 'V' TO CACT-TYPE OF WS-CACT.
           MOVE MOVE-QTY OF WS-MOVE TO CACT-QTY OF WS-CACT.
           MOVE WS-CONS-RATE (WS-CONS-FOUND-IX) TO CACT-RATE OF WS-CACT.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO CACT-REFERENCE OF WS-CACT.
           PERFORM LOG-CONSIGNMENT-ACTIVITY.

           FIND-OWNED-QTY.
      * Our own units of the item at catalog row WS-OWN-IX - what
      * is on hand less every vendor's consigned units.
           MOVE WS-ITEM-CODE (WS-OWN-IX) TO WS-CHK-CONS-CODE.
           PERFORM SUM-ITEM-CONSIGNED.
           IF WS-CONS-ITEM-QTY < WS-ITEM-QTY-ON-HAND (WS-OWN-IX)
               COMPUTE WS-OWNED-QTY =
                   WS-ITEM-QTY-ON-HAND (WS-OWN-IX) - WS-CONS-ITEM-QTY
           ELSE
               MOVE 0 TO WS-OWNED-QTY
           END-IF.

           LOG-CONSIGNMENT-ACTIVITY.
      * The caller fills the type, quantity, rate and reference;
      * the vendor and item come off the ledger row in hand.
           MOVE WS-CONS-VENDOR (WS-CONS-FOUND-IX)
               TO CACT-VENDOR OF WS-CACT.
           MOVE WS-CONS-CODE (WS-CONS-FOUND-IX)
               TO CACT-ITEM-CODE OF WS-CACT.
           COMPUTE CACT-AMOUNT OF WS-CACT =
               CACT-QTY OF WS-CACT * CACT-RATE OF WS-CACT.
           PERFORM WRITE-CONSIGNMENT-ACTIVITY.

           RECEIVE-INTO-BOND.
      * Checked already - the item's row is there or the ledger has
      * room.  The units go in at what the receipt cost them, so
      * the duty on their release is reckoned on the landed value;
      * a receipt without a cost goes in at the average.
           MOVE WS-ITEM-CODE (WS-BOND-ITEM-IX) TO WS-CHK-BOND-CODE.
           PERFORM FIND-BOND-ROW.
           IF WS-BOND-FOUND = 'N'
               ADD 1 TO WS-BOND-CNT
               MOVE WS-BOND-CNT TO WS-BOND-FOUND-IX
               MOVE WS-CHK-BOND-CODE TO WS-BOND-CODE (WS-BOND-FOUND-IX)
               MOVE 0 TO WS-BOND-QTY (WS-BOND-FOUND-IX)
               MOVE 0 TO WS-BOND-VALUE (WS-BOND-FOUND-IX)
           END-IF.
           IF MOVE-UNIT-COST OF WS-MOVE > 0
               MOVE MOVE-UNIT-COST OF WS-MOVE TO WS-BOND-UNIT-VALUE
           ELSE
               PERFORM FIND-BOND-UNIT-VALUE
           END-IF.
           COMPUTE WS-BOND-MOVE-VALUE =
               WS-BOND-MOVE-QTY * WS-BOND-UNIT-VALUE.
           ADD WS-BOND-MOVE-QTY TO WS-BOND-QTY (WS-BOND-FOUND-IX).
           ADD WS-BOND-MOVE-VALUE TO WS-BOND-VALUE (WS-BOND-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-BOND-DATE (WS-BOND-FOUND-IX).
           MOVE 'Y' TO WS-BOND-CHANGED.
           MOVE 'R' TO WS-BOND-TYPE.
           MOVE 0 TO WS-BOND-DUTY-RATE.
           MOVE 0 TO WS-BOND-DUTY.
           MOVE SPACES TO WS-BOND-TO-LOC.
           MOVE MOVE-REFERENCE OF WS-MOVE TO WS-BOND-REF.
           PERFORM LOG-BOND-ACTIVITY.

           RELEASE-FROM-BOND.
      * Caller sets the catalog row, the units, the type - (X) a
      * release owing duty, or (W) a write-off inside bond owing
      * none - the to-location and the reference.  The units take
      * their share of the ledger row's landed value; units in bond
      * from before the ledger was kept carry none and go out at
      * the item's average cost.
           MOVE 0 TO WS-BOND-MOVE-VALUE.
           MOVE 0 TO WS-BOND-COVER-QTY.
           MOVE WS-ITEM-CODE (WS-BOND-ITEM-IX) TO WS-CHK-BOND-CODE.
           PERFORM FIND-BOND-ROW.
           IF WS-BOND-FOUND = 'Y'
               IF WS-BOND-MOVE-QTY < WS-BOND-QTY (WS-BOND-FOUND-IX)
                   MOVE WS-BOND-MOVE-QTY TO WS-BOND-COVER-QTY
                   COMPUTE WS-BOND-MOVE-VALUE ROUNDED =
                       WS-BOND-VALUE (WS-BOND-FOUND-IX)
                       * WS-BOND-COVER-QTY
                       / WS-BOND-QTY (WS-BOND-FOUND-IX)
               ELSE
                   MOVE WS-BOND-QTY (WS-BOND-FOUND-IX)
                       TO WS-BOND-COVER-QTY
                   MOVE WS-BOND-VALUE (WS-BOND-FOUND-IX)
                       TO WS-BOND-MOVE-VALUE
               END-IF
               SUBTRACT WS-BOND-COVER-QTY
                   FROM WS-BOND-QTY (WS-BOND-FOUND-IX)
               SUBTRACT WS-BOND-MOVE-VALUE
                   FROM WS-BOND-VALUE (WS-BOND-FOUND-IX)
               MOVE WS-RUN-DATE-DISP
                   TO WS-BOND-DATE (WS-BOND-FOUND-IX)
               MOVE 'Y' TO WS-BOND-CHANGED
           END-IF.
           IF WS-BOND-COVER-QTY < WS-BOND-MOVE-QTY
               PERFORM FIND-BOND-UNIT-VALUE
               COMPUTE WS-BOND-MOVE-VALUE = WS-BOND-MOVE-VALUE
                   + (WS-BOND-MOVE-QTY - WS-BOND-COVER-QTY)
                   * WS-BOND-UNIT-VALUE
           END-IF.
           MOVE 0 TO WS-BOND-DUTY-RATE.
           MOVE 0 TO WS-BOND-DUTY.
           IF WS-BOND-TYPE = 'X'
               PERFORM FIND-BOND-DUTY-RATE
               COMPUTE WS-BOND-DUTY ROUNDED =
                   WS-BOND-MOVE-VALUE * WS-BOND-DUTY-RATE / 100
               ADD WS-BOND-DUTY TO WS-BOND-DUTY-TOTAL
           END-IF.
           PERFORM LOG-BOND-ACTIVITY.

           FIND-BOND-UNIT-VALUE.
      * The item's weighted-average cost, else the catalog gold
      * value - the same basis a sale is costed on.
           MOVE WS-ITEM-CODE (WS-BOND-ITEM-IX) TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-BOND-UNIT-VALUE
           ELSE
               MOVE WS-ITEM-GOLD-VALUE (WS-BOND-ITEM-IX)
                   TO WS-BOND-UNIT-VALUE
           END-IF.

           FIND-BOND-DUTY-RATE.
      * The item's category carries the duty percent; a category
      * with none charges nothing.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
           UNTIL WS-CAT-SCAN > WS-CAT-CNT
               IF WS-CAT-CODE (WS-CAT-SCAN)
                   = WS-ITEM-CATEGORY (WS-BOND-ITEM-IX)
                   MOVE WS-CAT-DUTY-RATE (WS-CAT-SCAN)
                       TO WS-BOND-DUTY-RATE
               END-IF
           END-PERFORM.

           LOG-BOND-ACTIVITY.
           MOVE WS-ITEM-CODE (WS-BOND-ITEM-IX)
               TO BACT-ITEM-CODE OF WS-BACT.
           MOVE WS-ITEM-CATEGORY (WS-BOND-ITEM-IX)
               TO BACT-CATEGORY OF WS-BACT.
           MOVE WS-BOND-TYPE TO BACT-TYPE OF WS-BACT.
           MOVE WS-BOND-MOVE-QTY TO BACT-QTY OF WS-BACT.
           MOVE WS-BOND-MOVE-VALUE TO BACT-VALUE OF WS-BACT.
           MOVE WS-BOND-DUTY-RATE TO BACT-DUTY-RATE OF WS-BACT.
           MOVE WS-BOND-DUTY TO BACT-DUTY-AMOUNT OF WS-BACT.
           MOVE WS-BOND-TO-LOC TO BACT-TO-LOCATION OF WS-BACT.
           MOVE WS-BOND-REF TO BACT-REFERENCE OF WS-BACT.
           PERFORM WRITE-BOND-ACTIVITY.

           LOAD-HANDLING-CLASSES.
      * Only the structured line-00 records matter here - the prose
               MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   TO WS-BO-FILL-QTY
           END-IF.
      * A backorder is an issue - it fills from our own units only.
           MOVE WS-FOUND-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           IF WS-OWNED-QTY < WS-BO-FILL-QTY
               MOVE WS-OWNED-QTY TO WS-BO-FILL-QTY
           END-IF.
           IF WS-BO-FILL-QTY = 0
               EXIT PARAGRAPH
           END-IF.
                   WS-BO-REF (WS-BO-SCAN)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-LOT-ITEM-IX.
           MOVE WS-BO-FILL-QTY TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           IF WS-LOT-REJECT NOT = SPACES
               DISPLAY 'BACKORDER STILL WAITS (EXPIRED): '
                   WS-BO-CODE (WS-BO-SCAN) ' FOR '
                   WS-BO-REF (WS-BO-SCAN)
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAW-ITEM-LOTS.
           SUBTRACT WS-BO-FILL-QTY
               FROM WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           SUBTRACT WS-BO-FILL-QTY
               FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
      * A receipt into bond that fills a backorder releases the
      * units as it issues them.
           IF WS-LOC-LOCATION (WS-LOC-FOUND-IX) = WS-BOND-LOCATION
               MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
               MOVE WS-BO-FILL-QTY TO WS-BOND-MOVE-QTY
               MOVE 'X' TO WS-BOND-TYPE
               MOVE SPACES TO WS-BOND-TO-LOC
               MOVE WS-BO-REF (WS-BO-SCAN) TO WS-BOND-REF
               PERFORM RELEASE-FROM-BOND
           END-IF.
           ADD WS-BO-FILL-QTY TO WS-ISSUE-QTY (WS-FOUND-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX).
           SUBTRACT WS-BO-FILL-QTY FROM WS-BO-QTY (WS-BO-SCAN).
           MOVE WS-BO-FILL-QTY TO MHST-QTY OF WS-MHST.
           MOVE WS-BO-REF (WS-BO-SCAN)
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-LOC-LOCATION (WS-LOC-FOUND-IX)
               TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
           IF WS-BO-QTY (WS-BO-SCAN) = 0
               DISPLAY 'BACKORDER FILLED: ' WS-BO-CODE (WS-BO-SCAN)
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'H'
               MOVE 'SERIAL ALREADY ON HAND' TO WS-SER-REJECT
           END-IF.
      * A unit out for service comes back by closing its work order,
      * which also settles the charge - never as a fresh receipt.
           IF WS-SER-FOUND = 'Y'
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'O'
               MOVE 'SERIAL OUT ON A WORK ORDER' TO WS-SER-REJECT
           END-IF.
      * Likewise a unit on hire comes back by its rental return.
           IF WS-SER-FOUND = 'Y'
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'R'
               MOVE 'SERIAL OUT ON HIRE' TO WS-SER-REJECT
           END-IF.

           REGISTER-SERIAL-RECEIPT.
      * FIND-SERIAL already ran in the receipt check - a returning
      * serial flips back to held, a new one joins the register.
      * The location room check left the receiving location
      * (defaulted) in WS-CHK-LMST-LOC.
           IF WS-SER-FOUND = 'Y'
               MOVE 'H' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE WS-CHK-LMST-LOC
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           ELSE
               IF WS-SER-CNT < WS-SER-CAPACITY
                   MOVE WS-CHK-SER-SERIAL
                       TO WS-SER-SERIAL (WS-SER-CNT)
                   MOVE 'H' TO WS-SER-STATUS (WS-SER-CNT)
                   MOVE WS-CHK-LMST-LOC
                       TO WS-SER-LOCATION (WS-SER-CNT)
                   MOVE 'Y' TO WS-SER-CHANGED
               ELSE
                   DISPLAY 'SERIAL REGISTER FULL - SERIAL NOT '
           END-IF.
           IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
               MOVE 'SERIAL NOT ON HAND' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
      * The unit must leave from where the register has it, or the
      * location balances and the register part company.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
           END-IF.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX)
               NOT = MOVE-LOCATION OF WS-MOVE
               MOVE 'SERIAL NOT AT THAT LOCATION' TO WS-SER-REJECT
           END-IF.

           APPLY-ONE-TRANSFER.
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * Goods come into bond only off a receipt, at their landed
      * value - stock already on the shop's shelves has had its
      * duty reckoned and cannot go back in.
           IF WS-XFER-TO-LOC = WS-BOND-LOCATION
               MOVE 'NO TRANSFER INTO BOND' TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * Only the receiving side is held to the master - stock left
      * on a stray location by an old typo must still be able to
      * move off it.
           MOVE WS-XFER-TO-LOC TO WS-CHK-LMST-LOC.
           MOVE MOVE-QTY OF WS-MOVE TO WS-LMST-ADD-QTY.
           PERFORM CHECK-LOCATION-ROOM.
           IF WS-LMST-REJECT NOT = SPACES
               MOVE WS-LMST-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-EPIC-ITEM.
           IF WS-EPIC-ITEM = 'Y'
               PERFORM CHECK-EPIC-TRANSFER-SERIAL
               IF WS-SER-REJECT NOT = SPACES
                   MOVE WS-SER-REJECT TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-LOC-CODE.
           MOVE WS-XFER-FROM-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           ADD MOVE-QTY OF WS-MOVE
               TO WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           IF WS-XFER-FROM-LOC = WS-BOND-LOCATION
               MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
               MOVE MOVE-QTY OF WS-MOVE TO WS-BOND-MOVE-QTY
               MOVE 'X' TO WS-BOND-TYPE
               MOVE WS-XFER-TO-LOC TO WS-BOND-TO-LOC
               MOVE MOVE-REFERENCE OF WS-MOVE TO WS-BOND-REF
               PERFORM RELEASE-FROM-BOND
           END-IF.
           IF WS-EPIC-ITEM = 'Y'
               MOVE WS-XFER-TO-LOC
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'T' TO MHST-TYPE OF WS-MHST.
           MOVE MOVE-QTY OF WS-MOVE TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-LOC-LOCATION (WS-XFER-FROM-IX)
               TO MHST-LOCATION OF WS-MHST.
           MOVE WS-XFER-TO-LOC TO MHST-TO-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.

           CHECK-EPIC-TRANSFER-SERIAL.
      * An EPIC unit changes location by serial, so the register
      * can say where each insured unit sits.  A register row from
      * before locations were kept is taken to be on the floor.
           MOVE SPACES TO WS-SER-REJECT.
           IF MOVE-QTY OF WS-MOVE NOT = 1
               MOVE 'EPIC MOVES ONE SERIAL AT A TIME'
                   TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-SERIAL OF WS-MOVE = SPACES
               MOVE 'EPIC TRANSFER NEEDS A SERIAL' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-CODE (WS-FOUND-IX) TO WS-CHK-SER-CODE.
           MOVE MOVE-SERIAL OF WS-MOVE TO WS-CHK-SER-SERIAL.
           PERFORM FIND-SERIAL.
           IF WS-SER-FOUND = 'N'
               MOVE 'SERIAL NOT ON REGISTER' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
               MOVE 'SERIAL NOT ON HAND' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
           END-IF.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX) NOT = WS-XFER-FROM-LOC
               MOVE 'SERIAL NOT AT FROM-LOCATION' TO WS-SER-REJECT
           END-IF.

           APPLY-ONE-ASSEMBLY.
      * Kits are made up on the bench from their components - every
      * component's stock must cover the whole batch before anything
      * moves, so a short part rejects the line instead of leaving
      * half a kit consumed.  The kits come in at what their parts
      * cost on the costing ledger, weighted into the kit's running
      * average the same way a receipt is.
           MOVE WS-FOUND-IX TO WS-KIT-IX.
           IF WS-ITEM-LIFECYCLE (WS-KIT-IX) = 'D'
               MOVE 'ITEM DISCONTINUED' TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-KIT-MOVEMENT.
           IF WS-MOVE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KIT-REJECT.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               OR WS-KIT-REJECT NOT = SPACES
               IF WS-BOM-KIT (WS-BOM-SCAN) = MOVE-ITEM-CODE OF WS-MOVE
                   PERFORM CHECK-ONE-KIT-COMPONENT
               END-IF
           END-PERFORM.
           MOVE WS-KIT-IX TO WS-FOUND-IX.
           IF WS-KIT-REJECT NOT = SPACES
               MOVE WS-KIT-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-KIT-BUILD-COST.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               IF WS-BOM-KIT (WS-BOM-SCAN) = MOVE-ITEM-CODE OF WS-MOVE
                   PERFORM CONSUME-ONE-KIT-COMPONENT
               END-IF
           END-PERFORM.
           MOVE WS-KIT-IX TO WS-FOUND-IX.
           PERFORM ROLL-KIT-INTO-AVERAGE.
           ADD MOVE-QTY OF WS-MOVE
               TO WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           ADD MOVE-QTY OF WS-MOVE TO WS-RCPT-QTY (WS-FOUND-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX).
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-LOC-CODE.
           MOVE WS-KIT-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'Y'
               ADD MOVE-QTY OF WS-MOVE TO WS-LOC-QTY (WS-LOC-FOUND-IX)
               MOVE 'Y' TO WS-LOC-CHANGED
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'M' TO MHST-TYPE OF WS-MHST.
           MOVE MOVE-QTY OF WS-MOVE TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-KIT-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.

           APPLY-ONE-DISASSEMBLY.
      * Breaking kits back down - the kit's own stock must cover the
      * batch, and every component must still be a catalog item
      * that can take stock back.  The parts return at their own
      * running average, which leaves each average where it stood.
           MOVE WS-FOUND-IX TO WS-KIT-IX.
           PERFORM CHECK-KIT-MOVEMENT.
           IF WS-MOVE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KIT-REJECT.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               OR WS-KIT-REJECT NOT = SPACES
               IF WS-BOM-KIT (WS-BOM-SCAN) = MOVE-ITEM-CODE OF WS-MOVE
                   PERFORM FIND-KIT-COMPONENT-ROW
               END-IF
           END-PERFORM.
           MOVE WS-KIT-IX TO WS-FOUND-IX.
           IF WS-KIT-REJECT NOT = SPACES
               MOVE WS-KIT-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-QTY OF WS-MOVE
               > WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               MOVE 'QUANTITY WOULD GO NEGATIVE'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-LOC-CODE.
           MOVE WS-KIT-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               OR MOVE-QTY OF WS-MOVE
                   > WS-LOC-QTY (WS-LOC-FOUND-IX)
               MOVE 'INSUFFICIENT AT LOCATION'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * Kits a customer is holding are not ours to break up.
           MOVE SPACES TO WS-RSV-REF.
           MOVE MOVE-QTY OF WS-MOVE TO WS-RSV-MOVE-QTY.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-RSV-CODE.
           PERFORM CHECK-AVAILABLE-TO-ISSUE.
           IF WS-RSV-REJECT NOT = SPACES
               MOVE WS-RSV-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-LOT-ITEM-IX.
           MOVE MOVE-QTY OF WS-MOVE TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           IF WS-LOT-REJECT NOT = SPACES
               MOVE WS-LOT-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAW-ITEM-LOTS.
           SUBTRACT MOVE-QTY OF WS-MOVE
               FROM WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           SUBTRACT MOVE-QTY OF WS-MOVE
               FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           ADD MOVE-QTY OF WS-MOVE TO WS-ISSUE-QTY (WS-FOUND-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX).
           MOVE MOVE-ITEM-CODE OF WS-MOVE
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'B' TO MHST-TYPE OF WS-MHST.
           MOVE MOVE-QTY OF WS-MOVE TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-KIT-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               IF WS-BOM-KIT (WS-BOM-SCAN) = MOVE-ITEM-CODE OF WS-MOVE
                   PERFORM RETURN-ONE-KIT-COMPONENT
               END-IF
           END-PERFORM.
           MOVE WS-KIT-IX TO WS-FOUND-IX.

           CHECK-KIT-MOVEMENT.
      * Screens common to both directions - the item must have a
      * bill of materials, and EPIC units move by serial, never in
      * or out of a kit.  A blank location works the shop floor
      * for the kit and its parts alike.
           PERFORM CHECK-EPIC-ITEM.
           IF WS-EPIC-ITEM = 'Y'
               MOVE 'EPIC ITEMS CANNOT BE KITTED'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-BOM-KIT.
           PERFORM COUNT-KIT-COMPONENTS.
           IF WS-BOM-COMP-CNT = 0
               MOVE 'NO BILL OF MATERIALS FOR KIT'
                   TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-LOCATION OF WS-MOVE TO WS-KIT-LOC.
           IF WS-KIT-LOC = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-KIT-LOC
           END-IF.
      * Nothing is made up or broken down inside bond - the goods
      * must be released, duty paid, before they reach the bench.
           IF WS-KIT-LOC = WS-BOND-LOCATION
               MOVE 'NO KITTING INSIDE BOND' TO WS-MOVE-REJECT-REASON
           END-IF.

           FIND-KIT-COMPONENT-ROW.
      * BOM row WS-BOM-SCAN - finds its component on the catalog
      * table (WS-KIT-COMP-IX) and works out what the batch needs of
      * it; a missing or EPIC component sets WS-KIT-REJECT.
           COMPUTE WS-KIT-NEED-QTY =
               WS-BOM-QTY (WS-BOM-SCAN) * MOVE-QTY OF WS-MOVE.
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           MOVE WS-FETCH-IX TO WS-KIT-COMP-IX.
           IF WS-KIT-COMP-IX = 0
               IF WS-FETCH-REJECT = 'ITEM CODE NOT FOUND'
                   MOVE SPACES TO WS-KIT-REJECT
                   STRING 'COMPONENT NOT FOUND '
                       WS-BOM-COMP (WS-BOM-SCAN)
                       DELIMITED BY SIZE INTO WS-KIT-REJECT
               ELSE
                   MOVE WS-FETCH-REJECT TO WS-KIT-REJECT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-CATEGORY (WS-KIT-COMP-IX) (4:5) = '-EPIC'
               MOVE 'EPIC ITEMS CANNOT BE KITTED' TO WS-KIT-REJECT
           END-IF.

           CHECK-ONE-KIT-COMPONENT.
      * The component has to cover the batch on the books, at the
      * bench's location, and after the customer holds - the same
      * three tests an issue passes.
           PERFORM FIND-KIT-COMPONENT-ROW.
           IF WS-KIT-REJECT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-NEED-QTY > WS-ITEM-QTY-ON-HAND (WS-KIT-COMP-IX)
               MOVE SPACES TO WS-KIT-REJECT
               STRING 'COMPONENT SHORT '
                   WS-BOM-COMP (WS-BOM-SCAN)
                   DELIMITED BY SIZE INTO WS-KIT-REJECT
               EXIT PARAGRAPH
           END-IF.
      * A vendor's consigned units are not ours to build with.
           MOVE WS-KIT-COMP-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           IF WS-KIT-NEED-QTY > WS-OWNED-QTY
               MOVE SPACES TO WS-KIT-REJECT
               STRING 'COMPONENT CONSIGNED '
                   WS-BOM-COMP (WS-BOM-SCAN)
                   DELIMITED BY SIZE INTO WS-KIT-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-CHK-LOC-CODE.
           MOVE WS-KIT-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               OR WS-KIT-NEED-QTY > WS-LOC-QTY (WS-LOC-FOUND-IX)
               MOVE SPACES TO WS-KIT-REJECT
               STRING 'COMPONENT SHORT AT LOC '
                   WS-BOM-COMP (WS-BOM-SCAN)
                   DELIMITED BY SIZE INTO WS-KIT-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RSV-REF.
           MOVE WS-KIT-NEED-QTY TO WS-RSV-MOVE-QTY.
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-CHK-RSV-CODE.
           MOVE WS-KIT-COMP-IX TO WS-FOUND-IX.
           PERFORM CHECK-AVAILABLE-TO-ISSUE.
           IF WS-RSV-REJECT NOT = SPACES
               MOVE SPACES TO WS-KIT-REJECT
               STRING 'COMPONENT RESERVED '
                   WS-BOM-COMP (WS-BOM-SCAN)
                   DELIMITED BY SIZE INTO WS-KIT-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KIT-COMP-IX TO WS-LOT-ITEM-IX.
           MOVE WS-KIT-NEED-QTY TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           IF WS-LOT-REJECT NOT = SPACES
               MOVE SPACES TO WS-KIT-REJECT
               STRING 'COMPONENT EXPIRED '
                   WS-BOM-COMP (WS-BOM-SCAN)
                   DELIMITED BY SIZE INTO WS-KIT-REJECT
           END-IF.

           CONSUME-ONE-KIT-COMPONENT.
      * Checked already - take the batch's need off the component
      * and add what it cost to the kits being made.
           PERFORM FIND-KIT-COMPONENT-ROW.
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-CHK-LOC-CODE.
           MOVE WS-KIT-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           MOVE WS-KIT-COMP-IX TO WS-LOT-ITEM-IX.
           MOVE WS-KIT-NEED-QTY TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           PERFORM DRAW-ITEM-LOTS.
           SUBTRACT WS-KIT-NEED-QTY
               FROM WS-ITEM-QTY-ON-HAND (WS-KIT-COMP-IX).
           SUBTRACT WS-KIT-NEED-QTY FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           ADD WS-KIT-NEED-QTY TO WS-ISSUE-QTY (WS-KIT-COMP-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-KIT-COMP-IX).
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-KIT-UNIT-COST
           ELSE
               MOVE WS-ITEM-GOLD-VALUE (WS-KIT-COMP-IX)
                   TO WS-KIT-UNIT-COST
           END-IF.
           COMPUTE WS-KIT-BUILD-COST = WS-KIT-BUILD-COST
               + WS-KIT-NEED-QTY * WS-KIT-UNIT-COST.
           MOVE WS-BOM-COMP (WS-BOM-SCAN)
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'C' TO MHST-TYPE OF WS-MHST.
           MOVE WS-KIT-NEED-QTY TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-KIT-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.

           RETURN-ONE-KIT-COMPONENT.
      * A broken-down kit's parts go back on the shelf where the
      * kit came off it.
           PERFORM FIND-KIT-COMPONENT-ROW.
           ADD WS-KIT-NEED-QTY
               TO WS-ITEM-QTY-ON-HAND (WS-KIT-COMP-IX).
           ADD WS-KIT-NEED-QTY TO WS-RCPT-QTY (WS-KIT-COMP-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-KIT-COMP-IX).
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-CHK-LOC-CODE.
           MOVE WS-KIT-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'Y'
               ADD WS-KIT-NEED-QTY TO WS-LOC-QTY (WS-LOC-FOUND-IX)
               MOVE 'Y' TO WS-LOC-CHANGED
           END-IF.
           MOVE WS-BOM-COMP (WS-BOM-SCAN)
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'P' TO MHST-TYPE OF WS-MHST.
           MOVE WS-KIT-NEED-QTY TO MHST-QTY OF WS-MHST.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-KIT-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.

           ROLL-KIT-INTO-AVERAGE.
      * The batch's component cost weighted into the kit's running
      * average against the kits already on hand - same basis rules
      * as a receipt.
           IF WS-KIT-BUILD-COST = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           MOVE WS-FOUND-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           MOVE WS-OWNED-QTY TO WS-COST-BASIS-QTY.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-PRIOR-AVG-COST
           ELSE
               MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                   TO WS-PRIOR-AVG-COST
           END-IF.
           COMPUTE WS-NEW-AVG-COST ROUNDED =
               (WS-COST-BASIS-QTY * WS-PRIOR-AVG-COST
               + WS-KIT-BUILD-COST)
               / (WS-COST-BASIS-QTY + MOVE-QTY OF WS-MOVE).
           IF WS-COST-FOUND = 'Y'
               MOVE WS-NEW-AVG-COST
                   TO WS-COST-AVG (WS-COST-FOUND-IX)
               MOVE WS-RUN-DATE-DISP
                   TO WS-COST-DATE (WS-COST-FOUND-IX)
               MOVE 'Y' TO WS-COST-CHANGED
           ELSE
               IF WS-COST-CNT < WS-COST-CAPACITY
                   ADD 1 TO WS-COST-CNT
                   MOVE MOVE-ITEM-CODE OF WS-MOVE
                       TO WS-COST-CODE (WS-COST-CNT)
                   MOVE WS-NEW-AVG-COST TO WS-COST-AVG (WS-COST-CNT)
                   MOVE WS-RUN-DATE-DISP
                       TO WS-COST-DATE (WS-COST-CNT)
                   MOVE 'Y' TO WS-COST-CHANGED
               ELSE
                   DISPLAY 'COSTING LEDGER FULL - COST NOT RECORDED: '
                       MOVE-ITEM-CODE OF WS-MOVE
               END-IF
           END-IF.

           CHECK-LOT-RECEIPT.
      * A lot-controlled receipt must say which lot it is and when
      * that lot goes inert - stock already past its date is never
      * shelved, and a lot number already on the register must
      * carry the same expiry.  WS-LOT-REJECT comes back spaces when
      * the receipt may proceed; WS-LOT-CONTROLLED is left set for
      * the registration after the posting.
           MOVE SPACES TO WS-LOT-REJECT.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX) TO WS-CHK-LOT-CATEGORY.
           PERFORM CHECK-LOT-CONTROLLED.
           IF WS-LOT-CONTROLLED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-LOT OF WS-MOVE = SPACES
               OR MOVE-EXPIRY OF WS-MOVE = SPACES
               MOVE 'LOT ITEM NEEDS LOT AND EXPIRY' TO WS-LOT-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-EXPIRY OF WS-MOVE (1:2) NOT NUMERIC
               OR MOVE-EXPIRY OF WS-MOVE (4:2) NOT NUMERIC
               OR MOVE-EXPIRY OF WS-MOVE (7:4) NOT NUMERIC
               OR MOVE-EXPIRY OF WS-MOVE (3:1) NOT = '/'
               OR MOVE-EXPIRY OF WS-MOVE (6:1) NOT = '/'
               OR MOVE-EXPIRY OF WS-MOVE (1:2) < '01'
               OR MOVE-EXPIRY OF WS-MOVE (1:2) > '12'
               OR MOVE-EXPIRY OF WS-MOVE (4:2) < '01'
               OR MOVE-EXPIRY OF WS-MOVE (4:2) > '31'
               MOVE 'BAD LOT EXPIRY DATE' TO WS-LOT-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOT-PICK-KEY.
           STRING MOVE-EXPIRY OF WS-MOVE (7:4)
               MOVE-EXPIRY OF WS-MOVE (1:2)
               MOVE-EXPIRY OF WS-MOVE (4:2)
               DELIMITED BY SIZE INTO WS-LOT-PICK-KEY.
           IF WS-LOT-PICK-KEY < WS-LOT-TODAY-KEY
               MOVE 'LOT ALREADY EXPIRED' TO WS-LOT-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RECEIPT-LOT.
           IF WS-LOT-FOUND-IX > 0
               AND WS-LOT-EXPIRY (WS-LOT-FOUND-IX)
                   NOT = MOVE-EXPIRY OF WS-MOVE
               MOVE 'LOT EXPIRY DISAGREES' TO WS-LOT-REJECT
           END-IF.

           FIND-RECEIPT-LOT.
           MOVE 0 TO WS-LOT-FOUND-IX.
           PERFORM VARYING WS-LOT-SCAN FROM 1 BY 1
           UNTIL WS-LOT-SCAN > WS-LOT-CNT
               IF WS-LOT-CODE (WS-LOT-SCAN) = MOVE-ITEM-CODE OF WS-MOVE
                   AND WS-LOT-NUMBER (WS-LOT-SCAN)
                       = MOVE-LOT OF WS-MOVE
                   MOVE WS-LOT-SCAN TO WS-LOT-FOUND-IX
               END-IF
           END-PERFORM.

           REGISTER-LOT-RECEIPT.
      * What posted goes onto the lot - a second delivery of a lot
      * already on the register tops it up.
           PERFORM FIND-RECEIPT-LOT.
           IF WS-LOT-FOUND-IX > 0
               ADD WS-PO-MATCHED-QTY TO WS-LOT-QTY (WS-LOT-FOUND-IX)
               MOVE 'Y' TO WS-LOT-CHANGED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOT-CNT < WS-LOT-CAPACITY
               ADD 1 TO WS-LOT-CNT
               MOVE MOVE-ITEM-CODE OF WS-MOVE
                   TO WS-LOT-CODE (WS-LOT-CNT)
               MOVE MOVE-LOT OF WS-MOVE TO WS-LOT-NUMBER (WS-LOT-CNT)
               MOVE MOVE-EXPIRY OF WS-MOVE
                   TO WS-LOT-EXPIRY (WS-LOT-CNT)
               MOVE WS-PO-MATCHED-QTY TO WS-LOT-QTY (WS-LOT-CNT)
               MOVE WS-RUN-DATE-DISP TO WS-LOT-RECEIVED (WS-LOT-CNT)
               MOVE 'Y' TO WS-LOT-CHANGED
           ELSE
               DISPLAY 'LOT REGISTER FULL - LOT NOT RECORDED: '
                   MOVE-ITEM-CODE OF WS-MOVE ' ' MOVE-LOT OF WS-MOVE
           END-IF.

           CHECK-ITEM-LOTS.
      * Caller sets WS-LOT-ITEM-IX (the catalog row) and
      * WS-LOT-DRAW-QTY.  Stock no lot accounts for carries no
      * expiry and goes first; past it only unexpired lots may be
      * drawn.  WS-LOT-REJECT comes back spaces when the quantity
      * may leave.
           MOVE SPACES TO WS-LOT-REJECT.
           MOVE 0 TO WS-LOT-UNLOTTED-QTY.
           MOVE WS-ITEM-CATEGORY (WS-LOT-ITEM-IX)
               TO WS-CHK-LOT-CATEGORY.
           PERFORM CHECK-LOT-CONTROLLED.
           IF WS-LOT-CONTROLLED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-CODE (WS-LOT-ITEM-IX) TO WS-CHK-LOT-CODE.
           PERFORM SUM-ITEM-LOTS.
           IF WS-ITEM-QTY-ON-HAND (WS-LOT-ITEM-IX) > WS-LOT-HELD-QTY
               COMPUTE WS-LOT-UNLOTTED-QTY =
                   WS-ITEM-QTY-ON-HAND (WS-LOT-ITEM-IX)
                   - WS-LOT-HELD-QTY
           END-IF.
           IF WS-LOT-DRAW-QTY > WS-LOT-UNLOTTED-QTY + WS-LOT-LIVE-QTY
               MOVE 'EXPIRED LOT - NOT AVAILABLE' TO WS-LOT-REJECT
           END-IF.

           DRAW-ITEM-LOTS.
      * Checked already - whatever the unlotted stock does not cover
      * comes off the live lots, earliest expiry first.
           IF WS-LOT-CONTROLLED NOT = 'Y'
               OR WS-LOT-DRAW-QTY NOT > WS-LOT-UNLOTTED-QTY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LOT-DRAW-LEFT =
               WS-LOT-DRAW-QTY - WS-LOT-UNLOTTED-QTY.
           MOVE 1 TO WS-LOT-PICK-IX.
           PERFORM UNTIL WS-LOT-DRAW-LEFT = 0 OR WS-LOT-PICK-IX = 0
               PERFORM FIND-EARLIEST-LIVE-LOT
               IF WS-LOT-PICK-IX > 0
                   IF WS-LOT-QTY (WS-LOT-PICK-IX) < WS-LOT-DRAW-LEFT
                       MOVE WS-LOT-QTY (WS-LOT-PICK-IX)
                           TO WS-LOT-TAKE-QTY
                   ELSE
                       MOVE WS-LOT-DRAW-LEFT TO WS-LOT-TAKE-QTY
                   END-IF
                   SUBTRACT WS-LOT-TAKE-QTY
                       FROM WS-LOT-QTY (WS-LOT-PICK-IX)
                   SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-DRAW-LEFT
                   MOVE 'Y' TO WS-LOT-CHANGED
               END-IF
           END-PERFORM.

           FIND-EARLIEST-LIVE-LOT.
           MOVE 0 TO WS-LOT-PICK-IX.
           MOVE HIGH-VALUES TO WS-LOT-PICK-KEY.
           PERFORM VARYING WS-LOT-SCAN FROM 1 BY 1
           UNTIL WS-LOT-SCAN > WS-LOT-CNT
               IF WS-LOT-CODE (WS-LOT-SCAN) = WS-CHK-LOT-CODE
                   AND WS-LOT-QTY (WS-LOT-SCAN) > 0
                   PERFORM BUILD-LOT-ROW-KEY
                   IF WS-LOT-ROW-KEY NOT < WS-LOT-TODAY-KEY
                       AND WS-LOT-ROW-KEY < WS-LOT-PICK-KEY
                       MOVE WS-LOT-SCAN TO WS-LOT-PICK-IX
                       MOVE WS-LOT-ROW-KEY TO WS-LOT-PICK-KEY
                   END-IF
               END-IF
           END-PERFORM.

           WRITE-OFF-EXPIRED-LOTS.
      * Every lot past its expiry leaves stock before the day's
      * movements post - the shop floor first, then wherever else
      * the item sits - under an audited expiry entry and a
      * write-off on the movement history.  Only the stock the books
      * still hold can go; a lot larger than the on-hand is cleared
      * all the same.
           IF WS-LOT-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'EXPIRED LOT WRITE-OFF  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'CODE   LOT        EXPIRY       QTY   GOLD VALUE'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-LOT-FOUND-IX FROM 1 BY 1
           UNTIL WS-LOT-FOUND-IX > WS-LOT-CNT
               MOVE WS-LOT-FOUND-IX TO WS-LOT-SCAN
               PERFORM BUILD-LOT-ROW-KEY
               IF WS-LOT-QTY (WS-LOT-FOUND-IX) > 0
                   AND WS-LOT-ROW-KEY < WS-LOT-TODAY-KEY
                   PERFORM WRITE-OFF-ONE-LOT
               END-IF
           END-PERFORM.
           MOVE WS-LOT-WO-TOTAL TO WS-LOT-WO-VALUE-DISP.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'LOTS WRITTEN OFF: ' WS-LOT-WO-CNT
               '  GOLD VALUE: ' WS-LOT-WO-VALUE-DISP.

           WRITE-OFF-ONE-LOT.
           MOVE WS-LOT-CODE (WS-LOT-FOUND-IX) TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
      * Only a code the index has never heard of clears the lot - a
      * row that could not be taken on this run keeps it for the
      * next.
           IF WS-FETCH-IX = 0
               AND WS-FETCH-REJECT NOT = 'ITEM CODE NOT FOUND'
               DISPLAY WS-LOT-CODE (WS-LOT-FOUND-IX) ' '
                   WS-LOT-NUMBER (WS-LOT-FOUND-IX)
                   ' LOT KEPT - ' WS-FETCH-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FETCH-IX TO WS-FOUND-IX.
           IF WS-FOUND-IX = 0
               DISPLAY WS-LOT-CODE (WS-LOT-FOUND-IX) ' '
                   WS-LOT-NUMBER (WS-LOT-FOUND-IX)
                   ' ITEM NOT ON CATALOG - LOT CLEARED'
               MOVE 0 TO WS-LOT-QTY (WS-LOT-FOUND-IX)
               MOVE 'Y' TO WS-LOT-CHANGED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOT-QTY (WS-LOT-FOUND-IX) TO WS-LOT-WO-QTY.
           IF WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) < WS-LOT-WO-QTY
               MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) TO WS-LOT-WO-QTY
           END-IF.
      * Same before/after trail as a transfer - the category fields
      * carry the lot and its expiry, the quantity fields the item's
      * on-hand either side of the write-off.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-BEFORE-NAME.
           MOVE WS-LOT-NUMBER (WS-LOT-FOUND-IX)
               TO AUDIT-BEFORE-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               TO AUDIT-BEFORE-GOLD-VALUE.
           MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) TO AUDIT-BEFORE-QTY.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-AFTER-NAME.
           MOVE WS-LOT-EXPIRY (WS-LOT-FOUND-IX)
               TO AUDIT-AFTER-CATEGORY.
           MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               TO AUDIT-AFTER-GOLD-VALUE.
           COMPUTE AUDIT-AFTER-QTY =
               WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) - WS-LOT-WO-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-BEFORE-LIFECYCLE.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-AFTER-LIFECYCLE.
           MOVE 'E' TO AUDIT-TRANS-TYPE.
           MOVE WS-LOT-CODE (WS-LOT-FOUND-IX) TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-LOT-WO-QTY > 0
               SUBTRACT WS-LOT-WO-QTY
                   FROM WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               ADD WS-LOT-WO-QTY TO WS-ISSUE-QTY (WS-FOUND-IX)
               MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX)
               PERFORM WRITE-OFF-FROM-LOCATIONS
           END-IF.
           COMPUTE WS-LOT-WO-VALUE =
               WS-LOT-WO-QTY * WS-ITEM-GOLD-VALUE (WS-FOUND-IX).
           ADD WS-LOT-WO-VALUE TO WS-LOT-WO-TOTAL.
           ADD 1 TO WS-LOT-WO-CNT.
           MOVE WS-LOT-WO-VALUE TO WS-LOT-WO-VALUE-DISP.
           DISPLAY WS-LOT-CODE (WS-LOT-FOUND-IX) ' '
               WS-LOT-NUMBER (WS-LOT-FOUND-IX) ' '
               WS-LOT-EXPIRY (WS-LOT-FOUND-IX) ' '
               WS-LOT-WO-QTY ' ' WS-LOT-WO-VALUE-DISP.
           MOVE 0 TO WS-LOT-QTY (WS-LOT-FOUND-IX).
           MOVE 'Y' TO WS-LOT-CHANGED.

           WRITE-OFF-FROM-LOCATIONS.
      * The shop floor gives first - expired stock should never have
      * been on show - then every other location holding the item.
           MOVE WS-LOT-WO-QTY TO WS-LOT-WO-LEFT.
           MOVE WS-LOT-CODE (WS-LOT-FOUND-IX) TO WS-CHK-LOC-CODE.
           MOVE WS-DEFAULT-LOCATION TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'Y'
               PERFORM WRITE-OFF-ONE-LOCATION
           END-IF.
           PERFORM VARYING WS-LOC-FOUND-IX FROM 1 BY 1
           UNTIL WS-LOC-FOUND-IX > WS-LOC-CNT
               OR WS-LOT-WO-LEFT = 0
               IF WS-LOC-CODE (WS-LOC-FOUND-IX) = WS-CHK-LOC-CODE
                   PERFORM WRITE-OFF-ONE-LOCATION
               END-IF
           END-PERFORM.

           WRITE-OFF-ONE-LOCATION.
           IF WS-LOC-QTY (WS-LOC-FOUND-IX) < WS-LOT-WO-LEFT
               MOVE WS-LOC-QTY (WS-LOC-FOUND-IX) TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-WO-LEFT TO WS-LOT-TAKE-QTY
           END-IF.
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-WO-LEFT.
           MOVE 'Y' TO WS-LOC-CHANGED.
      * One history row per location the lot came off, so the stock
      * card can follow each location's balance.
           IF WS-LOT-TAKE-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOT-CODE (WS-LOT-FOUND-IX)
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'W' TO MHST-TYPE OF WS-MHST.
           MOVE WS-LOT-TAKE-QTY TO MHST-QTY OF WS-MHST.
           MOVE WS-LOT-NUMBER (WS-LOT-FOUND-IX)
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-LOC-LOCATION (WS-LOC-FOUND-IX)
               TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
      * Goods destroyed inside bond never entered the country's use
      * - they leave the bond ledger owing no duty.
           IF WS-LOC-LOCATION (WS-LOC-FOUND-IX) = WS-BOND-LOCATION
               MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
               MOVE WS-LOT-TAKE-QTY TO WS-BOND-MOVE-QTY
               MOVE 'W' TO WS-BOND-TYPE
               MOVE SPACES TO WS-BOND-TO-LOC
               MOVE WS-LOT-NUMBER (WS-LOT-FOUND-IX) TO WS-BOND-REF
               PERFORM RELEASE-FROM-BOND
           END-IF.

           CHECK-AVAILABLE-TO-ISSUE.
      * Caller sets WS-CHK-RSV-CODE, WS-RSV-MOVE-QTY and the
      * paperwork's customer reference in WS-RSV-REF.  A reference
      * naming a reserving customer consumes that hold; anyone else
      * only gets what the holds leave over.  WS-RSV-REJECT comes
      * back spaces when the issue may proceed.
           MOVE SPACES TO WS-RSV-REJECT.
           MOVE 0 TO WS-RSV-MATCH-IX.
           PERFORM VARYING WS-RSV-SCAN FROM 1 BY 1
           UNTIL WS-RSV-SCAN > WS-RSV-CNT
               IF WS-RSV-CODE (WS-RSV-SCAN) = WS-CHK-RSV-CODE
                   AND WS-RSV-CUSTOMER (WS-RSV-SCAN) = WS-RSV-REF
                   AND WS-RSV-REF NOT = SPACES
                   MOVE WS-RSV-SCAN TO WS-RSV-MATCH-IX
               END-IF
           END-PERFORM.
           IF WS-RSV-MATCH-IX > 0
               PERFORM CONSUME-RESERVATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUM-ACTIVE-RESERVED.
      * Units out on hire are still on hand but not here to issue.
           MOVE WS-CHK-RSV-CODE TO WS-CHK-LOC-CODE.
           PERFORM SUM-ITEM-ON-HIRE.
           COMPUTE WS-AVAIL-QTY =
               WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               - WS-RSV-ACTIVE-QTY - WS-LOC-HIRE-QTY.
           IF WS-RSV-MOVE-QTY > WS-AVAIL-QTY
               MOVE 'RESERVED - NOT AVAILABLE' TO WS-RSV-REJECT
           END-IF.

           CONSUME-RESERVATION.
      * The reserving customer is collecting - the hold shrinks by
      * what leaves, and an emptied hold comes off the file.
           IF WS-RSV-MOVE-QTY NOT < WS-RSV-QTY (WS-RSV-MATCH-IX)
               PERFORM VARYING WS-RSV-SHIFT FROM WS-RSV-MATCH-IX BY 1
               UNTIL WS-RSV-SHIFT >= WS-RSV-CNT
                   MOVE WS-RSV-ROW (WS-RSV-SHIFT + 1)
                       TO WS-RSV-ROW (WS-RSV-SHIFT)
               END-PERFORM
               SUBTRACT 1 FROM WS-RSV-CNT
           ELSE
               SUBTRACT WS-RSV-MOVE-QTY
                   FROM WS-RSV-QTY (WS-RSV-MATCH-IX)
           END-IF.
           MOVE 'Y' TO WS-RSV-CHANGED.

           REWRITE-RESERVATIONS.
           IF WS-RSV-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY 'RESERVATION FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-RESERVE-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-RSV-SCAN FROM 1 BY 1
           UNTIL WS-RSV-SCAN > WS-RSV-CNT
               MOVE WS-RSV-CODE (WS-RSV-SCAN)
                   TO RSV-ITEM-CODE OF RESERVE-REC
               MOVE WS-RSV-QTY (WS-RSV-SCAN)
                   TO RSV-QTY OF RESERVE-REC
      * the enqueue.
           MOVE WS-LOCK-MY-USER TO AUDIT-USER-ID.
           WRITE AUDIT-FILE-REC.
           ADD 1 TO WS-AUDIT-WRITTEN-CNT.

           APPLY-ONE-RECEIPT.
      * A discontinued item takes no receipts - it issues until
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHECK-LOT-RECEIPT.
           IF WS-LOT-REJECT NOT = SPACES
               MOVE WS-LOT-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * The location is proved before any order line is relieved -
      * the whole receipt has to fit, since the shelf is where an
      * over-shipment is found.
           MOVE MOVE-LOCATION OF WS-MOVE TO WS-CHK-LMST-LOC.
           MOVE MOVE-QTY OF WS-MOVE TO WS-LMST-ADD-QTY.
           PERFORM CHECK-LOCATION-ROOM.
           IF WS-LMST-REJECT NOT = SPACES
               MOVE WS-LMST-REJECT TO WS-MOVE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * A receipt into bond needs its row on the bond ledger, or
      * the duty on its release could never be reckoned.
           IF MOVE-LOCATION OF WS-MOVE = WS-BOND-LOCATION
               MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-BOND-CODE
               PERFORM FIND-BOND-ROW
               IF WS-BOND-FOUND = 'N'
                   AND WS-BOND-CNT NOT < WS-BOND-CAPACITY
                   MOVE 'BOND LEDGER FULL' TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * A consignment receipt has no purchase order behind it - the
      * vendor leaves the goods at the agreed rate, and they stay
      * the vendor's until sold, so the average cost never sees
      * them.
           IF MOVE-CONSIGN-VENDOR OF WS-MOVE NOT = SPACES
               PERFORM CHECK-CONSIGNMENT-RECEIPT
               IF WS-CONS-REJECT NOT = SPACES
                   MOVE WS-CONS-REJECT TO WS-MOVE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE MOVE-QTY OF WS-MOVE TO WS-PO-MATCHED-QTY
               MOVE 0 TO WS-PO-UNMATCHED-QTY
           ELSE
               PERFORM MATCH-RECEIPT-TO-ORDERS
           END-IF.
           IF WS-PO-MATCHED-QTY = 0
               MOVE 'NO OPEN PURCHASE ORDER' TO WS-MOVE-REJECT-REASON
               MOVE MOVE-QTY OF WS-MOVE TO WS-REXC-NEW-QTY
                   TO WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               ADD WS-PO-MATCHED-QTY TO WS-RCPT-QTY (WS-FOUND-IX)
               MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX)
               IF MOVE-CONSIGN-VENDOR OF WS-MOVE = SPACES
                   PERFORM UPDATE-AVERAGE-COST
               ELSE
                   PERFORM ADD-CONSIGNED-UNITS
               END-IF
               IF WS-EPIC-ITEM = 'Y'
                   PERFORM REGISTER-SERIAL-RECEIPT
               END-IF
               IF WS-LOT-CONTROLLED = 'Y'
                   PERFORM REGISTER-LOT-RECEIPT
               END-IF
               MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-LOC-CODE
               MOVE MOVE-LOCATION OF WS-MOVE TO WS-CHK-LOC-LOC
               PERFORM FIND-LOCATION-BALANCE
                   ADD WS-PO-MATCHED-QTY
                       TO WS-LOC-QTY (WS-LOC-FOUND-IX)
                   MOVE 'Y' TO WS-LOC-CHANGED
                   IF WS-CHK-LOC-LOC = WS-BOND-LOCATION
                       MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
                       MOVE WS-PO-MATCHED-QTY TO WS-BOND-MOVE-QTY
                       PERFORM RECEIVE-INTO-BOND
                   END-IF
               END-IF
               MOVE MOVE-ITEM-CODE OF WS-MOVE
                   TO MHST-ITEM-CODE OF WS-MHST
               MOVE WS-PO-MATCHED-QTY TO MHST-QTY OF WS-MHST
               MOVE MOVE-REFERENCE OF WS-MOVE
                   TO MHST-REFERENCE OF WS-MHST
               MOVE WS-CHK-LOC-LOC TO MHST-LOCATION OF WS-MHST
               PERFORM WRITE-MOVEMENT-HISTORY
               PERFORM FILL-BACKORDERS-FOR-ITEM
               IF WS-PO-UNMATCHED-QTY > 0
                   MOVE 'OVER-RECEIPT NOT POSTED'
                       TO WS-REXC-NEW-REASON
                   PERFORM LOG-RECEIPT-EXCEPTION
                   PERFORM LOG-VENDOR-OVER-RECEIPT
               END-IF
           END-IF.

           CHECK-CONSIGNMENT-RECEIPT.
      * The consignor must be a vendor we deal with, and the rate we
      * will owe on a sale has to be agreed up front.
           MOVE SPACES TO WS-CONS-REJECT.
           MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           IF WS-VEND-VALID = 'N'
               MOVE 'CONSIGNOR NOT AN ACTIVE VENDOR' TO WS-CONS-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF MOVE-UNIT-COST OF WS-MOVE = 0
               MOVE 'CONSIGNMENT NEEDS AGREED RATE' TO WS-CONS-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE TO WS-CHK-CONS-VENDOR.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-CONS-CODE.
           PERFORM FIND-CONSIGNMENT.
           IF WS-CONS-FOUND = 'N'
               AND WS-CONS-CNT NOT < WS-CONS-CAPACITY
               MOVE 'CONSIGNMENT LEDGER FULL' TO WS-CONS-REJECT
           END-IF.

           ADD-CONSIGNED-UNITS.
      * Checked already - the vendor's row is there or has room.
      * The latest receipt's rate stands for all their units.
           MOVE MOVE-CONSIGN-VENDOR OF WS-MOVE TO WS-CHK-CONS-VENDOR.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-CONS-CODE.
           PERFORM FIND-CONSIGNMENT.
           IF WS-CONS-FOUND = 'N'
               ADD 1 TO WS-CONS-CNT
               MOVE WS-CONS-CNT TO WS-CONS-FOUND-IX
               MOVE WS-CHK-CONS-VENDOR
                   TO WS-CONS-VENDOR (WS-CONS-FOUND-IX)
               MOVE WS-CHK-CONS-CODE TO WS-CONS-CODE (WS-CONS-FOUND-IX)
               MOVE 0 TO WS-CONS-QTY (WS-CONS-FOUND-IX)
           END-IF.
           ADD MOVE-QTY OF WS-MOVE TO WS-CONS-QTY (WS-CONS-FOUND-IX).
           MOVE MOVE-UNIT-COST OF WS-MOVE
               TO WS-CONS-RATE (WS-CONS-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-CONS-DATE (WS-CONS-FOUND-IX).
           MOVE 'Y' TO WS-CONS-CHANGED.
           MOVE 'R' TO CACT-TYPE OF WS-CACT.
           MOVE MOVE-QTY OF WS-MOVE TO CACT-QTY OF WS-CACT.
           MOVE MOVE-UNIT-COST OF WS-MOVE TO CACT-RATE OF WS-CACT.
           MOVE MOVE-REFERENCE OF WS-MOVE
               TO CACT-REFERENCE OF WS-CACT.
           PERFORM LOG-CONSIGNMENT-ACTIVITY.

           LOG-VENDOR-OVER-RECEIPT.
           MOVE WS-PO-LAST-VENDOR TO VEXC-VENDOR OF WS-VEXC.
           MOVE 'O' TO VEXC-TYPE OF WS-VEXC.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO VEXC-ITEM-CODE OF WS-VEXC.
           MOVE WS-PO-UNMATCHED-QTY TO VEXC-QTY OF WS-VEXC.
           MOVE WS-PO-LAST-NUMBER TO VEXC-PO-NUMBER OF WS-VEXC.
           MOVE MOVE-REFERENCE OF WS-MOVE TO VEXC-REFERENCE OF WS-VEXC.
           PERFORM WRITE-VENDOR-EXCEPTION.

           MATCH-RECEIPT-TO-ORDERS.
           MOVE 0 TO WS-PO-MATCHED-QTY.
           MOVE MOVE-QTY OF WS-MOVE TO WS-PO-UNMATCHED-QTY.
               OR WS-PO-UNMATCHED-QTY = 0
               IF WS-PORD-CODE (WS-PORD-SCAN)
                   = MOVE-ITEM-CODE OF WS-MOVE
                   AND (WS-PORD-STATUS (WS-PORD-SCAN) = 'O'
                   OR WS-PORD-STATUS (WS-PORD-SCAN) = 'P')
                   PERFORM RELIEVE-ONE-PO-LINE
               END-IF
           END-PERFORM.
               ADD WS-PO-TAKE-QTY TO WS-PO-MATCHED-QTY
               SUBTRACT WS-PO-TAKE-QTY FROM WS-PO-UNMATCHED-QTY
               MOVE 'Y' TO WS-PORD-CHANGED
               MOVE WS-PORD-VENDOR (WS-PORD-SCAN) TO WS-PO-LAST-VENDOR
               MOVE WS-PORD-NUMBER (WS-PORD-SCAN) TO WS-PO-LAST-NUMBER
               PERFORM WRITE-PO-RECEIPT-LINE
           END-IF.

           WRITE-PO-RECEIPT-LINE.
           MOVE WS-PORD-NUMBER (WS-PORD-SCAN)
               TO PORC-PO-NUMBER OF WS-PORC.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO PORC-ITEM-CODE OF WS-PORC.
           MOVE WS-PO-TAKE-QTY TO PORC-QTY OF WS-PORC.
           MOVE MOVE-UNIT-COST OF WS-MOVE TO PORC-UNIT-COST OF WS-PORC.
           MOVE WS-RUN-DATE-DISP TO PORC-RUN-DATE OF WS-PORC.
           MOVE MOVE-REFERENCE OF WS-MOVE TO PORC-REFERENCE OF WS-PORC.
           WRITE PORC-FILE-REC FROM WS-PORC.
           ADD 1 TO WS-PORC-WRITTEN-CNT.

           UPDATE-AVERAGE-COST.
      * Roll the posted portion of a costed receipt into the running
      * weighted average - the balance before the receipt carries
      * receipt without a unit cost leaves the ledger alone, and an
      * item receiving its first cost while stock already sits on
      * the shelf weights that stock at the catalog gold value, the
      * only basis the system carried before.  Units on
      * consignment are the vendor's and carry no cost of ours.
           IF MOVE-UNIT-COST OF WS-MOVE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVE-ITEM-CODE OF WS-MOVE TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           MOVE WS-FOUND-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           IF WS-OWNED-QTY > WS-PO-MATCHED-QTY
               COMPUTE WS-COST-BASIS-QTY =
                   WS-OWNED-QTY - WS-PO-MATCHED-QTY
           ELSE
               MOVE 0 TO WS-COST-BASIS-QTY
           END-IF.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-PRIOR-AVG-COST
           ELSE
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-REVENUE-FILENAME.
           PERFORM OPEN-REVENUE-JOURNAL.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-PRICE-CLASSES.
           PERFORM LOAD-TAX-RATES.
           PERFORM RESOLVE-PRICE-TOLERANCE.
           PERFORM LOAD-RECEIVABLES.
           MOVE 'Y' TO WS-AR-LOADED.
           PERFORM START-INVOICE-NUMBERING.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'SALES JOURNAL'.
           DISPLAY 'CUSTOMER   CODE   QTY   PRICE      RESULT'.
           DISPLAY '------------------------------------------------'.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALES-FILE INTO WS-SALE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-PHASE-RECORD
                       IF WS-SKIP-RECORD = 'N'
                           PERFORM POST-ONE-SALE
                           PERFORM TAKE-RESTART-POINT-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-FILE.
           CLOSE REVENUE-FILE.
           DISPLAY 'SALES READ: ' WS-SALE-READ-CNT
               '  POSTED: ' WS-SALE-POSTED-CNT
               '  REJECTED: ' WS-SALE-REJECTED-CNT.
           DISPLAY 'REVENUE JOURNAL: '
               FUNCTION TRIM (WS-REVENUE-FILENAME).
           DISPLAY 'RECEIVABLE ITEMS OPENED: ' WS-AR-OPENED-CNT.
           DISPLAY 'PRICE OVERRIDES: ' WS-PRICE-OVERRIDE-CNT
               '  SOLD BELOW COST: ' WS-MRGX-CNT.
           MOVE WS-SALE-TAX-TOTAL TO WS-TAX-TOTAL-EDIT.
           MOVE WS-SALE-LEVY-TOTAL TO WS-LEVY-TOTAL-EDIT.
           DISPLAY 'SALES TAX CHARGED: ' WS-TAX-TOTAL-EDIT
               '  GUILD LEVY CHARGED: ' WS-LEVY-TOTAL-EDIT.

           RESOLVE-PRICE-TOLERANCE.
           ACCEPT WS-PRICE-TOL-IN FROM ENVIRONMENT 'PRICETOLPCT'.
           IF WS-PRICE-TOL-IN NOT = SPACES
               COMPUTE WS-PRICE-TOL-PCT =
                   FUNCTION NUMVAL (WS-PRICE-TOL-IN)
           END-IF.

           CHECK-SALE-PRICE.
      * The class price is the catalog gold value less the best tier
      * the customer's class earns on this category and quantity.
      * A keyed price outside tolerance of it either way is refused
      * unless a supervisor signed the sale off.  An item with no
      * gold value has no price to hold the counter to.
           MOVE 'N' TO WS-PRICE-OVERRIDDEN.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO WS-CHK-PCLS-CLASS.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX) TO WS-CHK-PCLS-CATEGORY.
           MOVE SALE-QTY OF WS-SALE TO WS-CHK-PCLS-QTY.
           PERFORM FIND-CLASS-DISCOUNT.
           COMPUTE WS-EXPECTED-PRICE ROUNDED =
               WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               * (100 - WS-PCLS-DISC) / 100.
           IF WS-EXPECTED-PRICE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRICE-DEV-PCT ROUNDED =
               (SALE-PRICE OF WS-SALE - WS-EXPECTED-PRICE) * 100
               / WS-EXPECTED-PRICE.
           IF WS-PRICE-DEV-PCT NOT > WS-PRICE-TOL-PCT
               AND WS-PRICE-DEV-PCT NOT < (0 - WS-PRICE-TOL-PCT)
               EXIT PARAGRAPH
           END-IF.
           IF SALE-OVERRIDE OF WS-SALE = 'Y'
               MOVE 'Y' TO WS-PRICE-OVERRIDDEN
           ELSE
               MOVE 'PRICE OUTSIDE TOLERANCE' TO WS-SALE-REJECT-REASON
           END-IF.

           WRITE-PRICE-OVERRIDE-AUDIT.
      * Who let a sale go off the class price - the gold-value fields
      * carry the expected and the keyed unit price, the category
      * fields the customer.  The quantities stay zero: a price
      * override moves no stock value of its own.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-BEFORE-NAME.
           MOVE SALE-CUSTOMER OF WS-SALE TO AUDIT-BEFORE-CATEGORY.
           MOVE WS-EXPECTED-PRICE TO AUDIT-BEFORE-GOLD-VALUE.
           MOVE 0 TO AUDIT-BEFORE-QTY.
           MOVE WS-ITEM-NAME (WS-FOUND-IX) TO AUDIT-AFTER-NAME.
           MOVE SALE-CUSTOMER OF WS-SALE TO AUDIT-AFTER-CATEGORY.
           MOVE SALE-PRICE OF WS-SALE TO AUDIT-AFTER-GOLD-VALUE.
           MOVE 0 TO AUDIT-AFTER-QTY.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-BEFORE-LIFECYCLE.
           MOVE WS-ITEM-LIFECYCLE (WS-FOUND-IX)
               TO AUDIT-AFTER-LIFECYCLE.
           MOVE 'V' TO AUDIT-TRANS-TYPE.
           MOVE SALE-ITEM-CODE OF WS-SALE TO AUDIT-ITEM-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-PRICE-OVERRIDE-CNT.

           LOG-MARGIN-EXCEPTION.
           COMPUTE WS-MRGX-TOTAL-LOSS = WS-MRGX-TOTAL-LOSS
               + WS-SALE-COST - WS-SALE-REVENUE.
           IF WS-MRGX-CNT < WS-MRGX-CAPACITY
               ADD 1 TO WS-MRGX-CNT
               MOVE SALE-CUSTOMER OF WS-SALE
                   TO WS-MRGX-CUSTOMER (WS-MRGX-CNT)
               MOVE SALE-ITEM-CODE OF WS-SALE
                   TO WS-MRGX-CODE (WS-MRGX-CNT)
               MOVE SALE-QTY OF WS-SALE TO WS-MRGX-QTY (WS-MRGX-CNT)
               MOVE SALE-PRICE OF WS-SALE
                   TO WS-MRGX-PRICE (WS-MRGX-CNT)
               MOVE WS-SALE-UNIT-COST
                   TO WS-MRGX-UNIT-COST (WS-MRGX-CNT)
               COMPUTE WS-MRGX-LOSS (WS-MRGX-CNT) =
                   WS-SALE-COST - WS-SALE-REVENUE
               MOVE WS-PRICE-OVERRIDDEN
                   TO WS-MRGX-OVERRIDE (WS-MRGX-CNT)
           END-IF.

           PRINT-MARGIN-EXCEPTIONS.
           IF WS-MRGX-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'MARGIN EXCEPTION REPORT - SOLD BELOW AVERAGE COST'.
           DISPLAY 'CUSTOMER   CODE   QTY   PRICE      AVG COST   '
               'OVR            LOSS'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-MRGX-SCAN FROM 1 BY 1
           UNTIL WS-MRGX-SCAN > WS-MRGX-CNT
               MOVE WS-MRGX-PRICE (WS-MRGX-SCAN) TO WS-MRGX-PRICE-EDIT
               MOVE WS-MRGX-UNIT-COST (WS-MRGX-SCAN)
                   TO WS-MRGX-COST-EDIT
               MOVE WS-MRGX-LOSS (WS-MRGX-SCAN) TO WS-MRGX-LOSS-EDIT
               DISPLAY WS-MRGX-CUSTOMER (WS-MRGX-SCAN) ' '
                   WS-MRGX-CODE (WS-MRGX-SCAN) ' '
                   WS-MRGX-QTY (WS-MRGX-SCAN) ' '
                   WS-MRGX-PRICE-EDIT ' '
                   WS-MRGX-COST-EDIT '  '
                   WS-MRGX-OVERRIDE (WS-MRGX-SCAN) ' '
                   WS-MRGX-LOSS-EDIT
           END-PERFORM.
           MOVE WS-MRGX-TOTAL-LOSS TO WS-MRGX-LOSS-EDIT.
           DISPLAY 'SALES BELOW COST: ' WS-MRGX-CNT
               '  GOLD GIVEN AWAY: ' WS-MRGX-LOSS-EDIT.

           START-INVOICE-NUMBERING.
      * Invoice numbers are the run date as YYMMDD plus a sequence -
      * a supervised rerun the same day carries on after the
      * numbers the first run already issued.
           MOVE SPACES TO WS-AR-DOC-PREFIX.
           STRING WS-CURR-YYYY (3:2) WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-AR-DOC-PREFIX.
           MOVE 0 TO WS-AR-DOC-SEQ.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'I'
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (1:6)
                       = WS-AR-DOC-PREFIX
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (7:4) IS NUMERIC
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (7:4)
                       > WS-AR-DOC-SEQ
                   MOVE WS-ARI-DOC-NO (WS-ARI-SCAN) (7:4)
                       TO WS-AR-DOC-SEQ
               END-IF
           END-PERFORM.

           CHECK-SALE-CUSTOMER.
      * Only an active account buys, and only up to its limit - the
      * open balance already owed plus this sale.
           MOVE SALE-CUSTOMER OF WS-SALE TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-FOUND-IX) = 'C'
               MOVE 'CUSTOMER ACCOUNT CLOSED'
                   TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-FOUND-IX) NOT = 'A'
               MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULATE-SALE-TAX.
           IF WS-SALE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SALE-CUSTOMER OF WS-SALE TO WS-CHK-ARI-CUSTOMER.
           PERFORM SUM-CUSTOMER-OPEN-BALANCE.
           COMPUTE WS-AR-EXPOSURE =
               WS-ARI-OPEN-BALANCE
               + SALE-QTY OF WS-SALE * SALE-PRICE OF WS-SALE
               + WS-SALE-TAX + WS-SALE-LEVY.
           IF WS-AR-EXPOSURE > WS-CUST-LIMIT (WS-CUST-FOUND-IX)
               MOVE 'OVER CUSTOMER CREDIT LIMIT'
                   TO WS-SALE-REJECT-REASON
           END-IF.

           CALCULATE-SALE-TAX.
      * Tax and levy are each a percentage of the keyed sale value,
      * at the rates in force today for the customer's jurisdiction
      * and the item's category.  An exempt customer pays none of
      * the exempted charge (e(X)empt); a category rated at zero is
      * (Z)ero-rated.  A shop with no rate table charges nothing and
      * leaves the codes blank, but once there is a table a sale
      * into a jurisdiction it does not cover is refused rather
      * than go out untaxed.
           MOVE 0 TO WS-SALE-TAX.
           MOVE 0 TO WS-SALE-LEVY.
           MOVE SPACE TO WS-SALE-TAX-CODE.
           MOVE SPACE TO WS-SALE-LEVY-CODE.
           MOVE WS-CUST-TAX-JURIS (WS-CUST-FOUND-IX) TO WS-SALE-JURIS.
           IF WS-SALE-JURIS = SPACES
               MOVE WS-TAX-HOME-JURIS TO WS-SALE-JURIS
           END-IF.
           IF WS-TAX-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALE-JURIS TO WS-CHK-TAX-JURIS.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX) TO WS-CHK-TAX-CATEGORY.
           COMPUTE WS-CHK-TAX-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD).
           PERFORM FIND-TAX-RATES.
           IF WS-TAX-FOUND = 'N'
               MOVE 'NO TAX RATE FOR JURISDICTION'
                   TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALE-TAX-BASE =
               SALE-QTY OF WS-SALE * SALE-PRICE OF WS-SALE.
           IF WS-CUST-TAX-EXEMPT (WS-CUST-FOUND-IX) = 'Y'
               MOVE 'X' TO WS-SALE-TAX-CODE
           ELSE
           IF WS-TAX-SALES-PCT = 0
               MOVE 'Z' TO WS-SALE-TAX-CODE
           ELSE
               MOVE 'T' TO WS-SALE-TAX-CODE
               COMPUTE WS-SALE-TAX ROUNDED =
                   WS-SALE-TAX-BASE * WS-TAX-SALES-PCT / 100
           END-IF
           END-IF.
           IF WS-CUST-LEVY-EXEMPT (WS-CUST-FOUND-IX) = 'Y'
               MOVE 'X' TO WS-SALE-LEVY-CODE
           ELSE
           IF WS-TAX-LEVY-PCT = 0
               MOVE 'Z' TO WS-SALE-LEVY-CODE
           ELSE
               MOVE 'T' TO WS-SALE-LEVY-CODE
               COMPUTE WS-SALE-LEVY ROUNDED =
                   WS-SALE-TAX-BASE * WS-TAX-LEVY-PCT / 100
           END-IF
           END-IF.

           OPEN-SALE-RECEIVABLE.
      * The sale is owed from today - one invoice item per accepted
      * sale line, for the value the revenue journal booked plus
      * the tax and levy charged on it.
           ADD 1 TO WS-AR-DOC-SEQ.
           INITIALIZE WS-ARI.
           MOVE SALE-CUSTOMER OF WS-SALE TO ARI-CUSTOMER OF WS-ARI.
           STRING WS-AR-DOC-PREFIX WS-AR-DOC-SEQ
               DELIMITED BY SIZE INTO ARI-DOC-NO OF WS-ARI.
           MOVE 'I' TO ARI-DOC-TYPE OF WS-ARI.
           MOVE WS-RUN-DATE-DISP TO ARI-DOC-DATE OF WS-ARI.
           MOVE SALE-ITEM-CODE OF WS-SALE TO ARI-ITEM-CODE OF WS-ARI.
           COMPUTE ARI-ORIG-AMOUNT OF WS-ARI =
               WS-SALE-REVENUE + WS-SALE-TAX + WS-SALE-LEVY.
           MOVE ARI-ORIG-AMOUNT OF WS-ARI
               TO ARI-OPEN-AMOUNT OF WS-ARI.
           MOVE SPACES TO ARI-LAST-PAY-DATE OF WS-ARI.
           PERFORM ADD-RECEIVABLE-ROW.
           IF WS-ARI-ADDED = 'Y'
               ADD 1 TO WS-AR-OPENED-CNT
           END-IF.

           OPEN-REVENUE-JOURNAL.
      * Same first-run discipline as AUDOPEN - the first sale of the
           POST-ONE-SALE.
           ADD 1 TO WS-SALE-READ-CNT.
           MOVE SPACES TO WS-SALE-REJECT-REASON.
           MOVE SALE-ITEM-CODE OF WS-SALE TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           IF WS-FETCH-IX = 0
               MOVE WS-FETCH-REJECT TO WS-SALE-REJECT-REASON
           ELSE
               PERFORM APPLY-ONE-SALE
           END-IF.
           PERFORM PRINT-SALE-LINE.

           APPLY-ONE-SALE.
           MOVE WS-ITEM-IX TO WS-FOUND-IX.
           PERFORM CHECK-SALE-CUSTOMER.
           IF WS-SALE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SALE-PRICE.
           IF WS-SALE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * A restricted-class item never sells over the counter - it
      * leaves through a supervised issue or not at all.
           MOVE SALE-ITEM-CODE OF WS-SALE TO WS-HC-CHK-CODE.
                   TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * A counter sale leaves the shop floor unless it names
      * another location customers buy from - or the bonded
      * warehouse, where a trade buyer may take goods straight out
      * of bond and the duty falls due on the sale.
           MOVE SALE-LOCATION OF WS-SALE TO WS-SALE-LOC.
           IF WS-SALE-LOC = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-SALE-LOC
           END-IF.
           IF WS-SALE-LOC NOT = WS-DEFAULT-LOCATION
               AND WS-SALE-LOC NOT = WS-BOND-LOCATION
               MOVE WS-SALE-LOC TO WS-CHK-LMST-LOC
               PERFORM CHECK-LOCATION-MASTER
               IF WS-LMST-VALID = 'N'
                   MOVE 'UNKNOWN LOCATION' TO WS-SALE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-LMST-SELLABLE (WS-LMST-FOUND-IX) NOT = 'Y'
                   MOVE 'LOCATION NOT SELLABLE'
                       TO WS-SALE-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SALE-ITEM-CODE OF WS-SALE TO WS-CHK-LOC-CODE.
           MOVE WS-SALE-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'Y'
               MOVE WS-LOC-QTY (WS-LOC-FOUND-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHOOSE-SALE-OWNERSHIP.
           IF WS-SALE-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-LOT-ITEM-IX.
           MOVE SALE-QTY OF WS-SALE TO WS-LOT-DRAW-QTY.
           PERFORM CHECK-ITEM-LOTS.
           IF WS-LOT-REJECT NOT = SPACES
               MOVE WS-LOT-REJECT TO WS-SALE-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAW-ITEM-LOTS.
           SUBTRACT SALE-QTY OF WS-SALE
               FROM WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
               SALE-QTY OF WS-SALE * SALE-PRICE OF WS-SALE.
      * Cost of goods at the weighted-average cost - an item that
      * has never been received at a cost falls back to the catalog
      * gold value, the only basis it ever had.  Consigned units
      * cost what we owe the vendor for them.
           IF WS-SALE-CONS-IX > 0
               MOVE WS-CONS-RATE (WS-SALE-CONS-IX)
                   TO WS-SALE-UNIT-COST
           ELSE
               MOVE SALE-ITEM-CODE OF WS-SALE TO WS-CHK-COST-CODE
               PERFORM FIND-ITEM-AVG-COST
               IF WS-COST-FOUND = 'Y'
                   MOVE WS-FOUND-AVG-COST TO WS-SALE-UNIT-COST
               ELSE
                   MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                       TO WS-SALE-UNIT-COST
               END-IF
           END-IF.
           COMPUTE WS-SALE-COST =
               SALE-QTY OF WS-SALE * WS-SALE-UNIT-COST.
           IF SALE-PRICE OF WS-SALE < WS-SALE-UNIT-COST
               PERFORM LOG-MARGIN-EXCEPTION
           END-IF.
           IF WS-PRICE-OVERRIDDEN = 'Y'
               PERFORM WRITE-PRICE-OVERRIDE-AUDIT
           END-IF.
      * The invoice number is taken first so the revenue line can
      * carry it - a return finds its sale by that number.
           PERFORM OPEN-SALE-RECEIVABLE.
           PERFORM WRITE-REVENUE-RECORD.
           IF WS-SALE-CONS-IX > 0
               PERFORM SETTLE-CONSIGNED-SALE
           END-IF.
           IF WS-SALE-LOC = WS-BOND-LOCATION
               MOVE WS-FOUND-IX TO WS-BOND-ITEM-IX
               MOVE SALE-QTY OF WS-SALE TO WS-BOND-MOVE-QTY
               MOVE 'X' TO WS-BOND-TYPE
               MOVE SPACES TO WS-BOND-TO-LOC
               MOVE ARI-DOC-NO OF WS-ARI TO WS-BOND-REF
               PERFORM RELEASE-FROM-BOND
           END-IF.
           MOVE SALE-ITEM-CODE OF WS-SALE
               TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'S' TO MHST-TYPE OF WS-MHST.
           MOVE SALE-QTY OF WS-SALE TO MHST-QTY OF WS-MHST.
           MOVE SALE-CUSTOMER OF WS-SALE
               TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-SALE-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
           IF WS-EPIC-ITEM = 'Y'
               MOVE 'I' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.

           CHOOSE-SALE-OWNERSHIP.
      * Consigned units sell first, and a sale line is owed to one
      * consignor or to none - the first vendor in ledger order
      * whose units cover the whole line takes it, else our own
      * stock has to, else the line must be rung as separate sales.
           MOVE 0 TO WS-SALE-CONS-IX.
           MOVE SPACES TO WS-SALE-CONS-VENDOR.
           MOVE WS-FOUND-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           IF WS-CONS-ITEM-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CONS-SCAN FROM WS-CONS-FIRST-IX BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               OR WS-SALE-CONS-IX > 0
               IF WS-CONS-CODE (WS-CONS-SCAN)
                   = SALE-ITEM-CODE OF WS-SALE
                   AND WS-CONS-QTY (WS-CONS-SCAN)
                       NOT < SALE-QTY OF WS-SALE
                   MOVE WS-CONS-SCAN TO WS-SALE-CONS-IX
               END-IF
           END-PERFORM.
           IF WS-SALE-CONS-IX > 0
               MOVE WS-CONS-VENDOR (WS-SALE-CONS-IX)
                   TO WS-SALE-CONS-VENDOR
               EXIT PARAGRAPH
           END-IF.
           IF SALE-QTY OF WS-SALE > WS-OWNED-QTY
               MOVE 'MIXED CONSIGNMENT - SPLIT SALE'
                   TO WS-SALE-REJECT-REASON
           END-IF.

           SETTLE-CONSIGNED-SALE.
      * The units leave the vendor's row, and what we now owe them
      * goes on the activity log against the invoice.
           MOVE WS-SALE-CONS-IX TO WS-CONS-FOUND-IX.
           SUBTRACT SALE-QTY OF WS-SALE
               FROM WS-CONS-QTY (WS-CONS-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-CONS-DATE (WS-CONS-FOUND-IX).
           MOVE 'Y' TO WS-CONS-CHANGED.
           MOVE 'S' TO CACT-TYPE OF WS-CACT.
           MOVE SALE-QTY OF WS-SALE TO CACT-QTY OF WS-CACT.
           MOVE WS-SALE-UNIT-COST TO CACT-RATE OF WS-CACT.
           MOVE ARI-DOC-NO OF WS-ARI TO CACT-REFERENCE OF WS-CACT.
           PERFORM LOG-CONSIGNMENT-ACTIVITY.

           CHECK-EPIC-SALE-SERIAL.
      * Same rules as an EPIC issue - one unit, a named serial, and
      * the register must hold it at the location sold from.
           MOVE SPACES TO WS-SER-REJECT.
           IF WS-SER-MOVE-QTY NOT = 1
               MOVE 'EPIC MOVES ONE SERIAL AT A TIME'
           END-IF.
           IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
               MOVE 'SERIAL NOT ON HAND' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX) = SPACES
               MOVE WS-DEFAULT-LOCATION
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
           END-IF.
           IF WS-SER-LOCATION (WS-SER-FOUND-IX) NOT = WS-SALE-LOC
               MOVE 'SERIAL NOT AT THAT LOCATION' TO WS-SER-REJECT
           END-IF.

           WRITE-REVENUE-RECORD.
           MOVE SALE-PRICE OF WS-SALE TO RVN-UNIT-PRICE OF WS-RVN.
           MOVE WS-SALE-REVENUE TO RVN-REVENUE OF WS-RVN.
           MOVE WS-SALE-COST TO RVN-COST OF WS-RVN.
           MOVE ARI-DOC-NO OF WS-ARI TO RVN-DOC-NO OF WS-RVN.
           MOVE SPACE TO RVN-TYPE OF WS-RVN.
           MOVE WS-SALE-CONS-VENDOR TO RVN-CONSIGN-VENDOR OF WS-RVN.
           MOVE WS-SALE-JURIS TO RVN-JURISDICTION OF WS-RVN.
           MOVE WS-SALE-TAX TO RVN-TAX-AMOUNT OF WS-RVN.
           MOVE WS-SALE-LEVY TO RVN-LEVY-AMOUNT OF WS-RVN.
           MOVE WS-SALE-TAX-CODE TO RVN-TAX-CODE OF WS-RVN.
           MOVE WS-SALE-LEVY-CODE TO RVN-LEVY-CODE OF WS-RVN.
           WRITE REVENUE-FILE-REC FROM WS-RVN.
           ADD 1 TO WS-RVN-WRITTEN-CNT.
           ADD WS-SALE-TAX TO WS-SALE-TAX-TOTAL.
           ADD WS-SALE-LEVY TO WS-SALE-LEVY-TOTAL.

           PRINT-SALE-LINE.
           IF WS-SALE-REJECT-REASON = SPACES
                   SALE-QTY OF WS-SALE ' '
                   SALE-PRICE OF WS-SALE ' REJECTED - '
                   WS-SALE-REJECT-REASON
               IF WS-SALE-REJECT-REASON = 'PRICE OUTSIDE TOLERANCE'
                   MOVE WS-EXPECTED-PRICE TO WS-EXPECTED-EDIT
                   MOVE WS-PCLS-DISC TO WS-DISC-EDIT
                   DISPLAY '    CLASS PRICE ' WS-EXPECTED-EDIT
                       ' AT ' WS-DISC-EDIT ' PCT OFF'
               END-IF
           END-IF.

           RESOLVE-RETURN-FILENAME.
           ACCEPT WS-RETURN-FILENAME FROM ENVIRONMENT 'RETURNFILE'.
           IF WS-RETURN-FILENAME NOT = SPACES
               MOVE 'Y' TO WS-RETURN-MODE
           END-IF.

           POST-RETURNS-FILE.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'RETURN FILE NOT FOUND - FILE STATUS '
                   WS-RETURN-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-REVENUE-FILENAME.
           PERFORM RESOLVE-RTLG-FILENAME.
           IF WS-AR-LOADED NOT = 'Y'
               PERFORM LOAD-RECEIVABLES
               MOVE 'Y' TO WS-AR-LOADED
           END-IF.
           PERFORM START-CREDIT-NUMBERING.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CUSTOMER RETURNS JOURNAL'.
           DISPLAY 'RMA        CUSTOMER   CODE   QTY   RSN RESULT'.
           DISPLAY '------------------------------------------------'.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURN-FILE INTO WS-RTN
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-PHASE-RECORD
                       IF WS-SKIP-RECORD = 'N'
                           PERFORM POST-ONE-RETURN
                           PERFORM TAKE-RESTART-POINT-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
           DISPLAY 'RETURNS READ: ' WS-RTN-READ-CNT
               '  POSTED: ' WS-RTN-POSTED-CNT
               '  REJECTED: ' WS-RTN-REJECTED-CNT.
           DISPLAY 'RETURNS LOG: ' FUNCTION TRIM (WS-RTLG-FILENAME).
           DISPLAY 'CUSTOMER CREDITS OPENED: ' WS-RTN-CREDITED-CNT.

           START-CREDIT-NUMBERING.
      * Return credits are R plus the run date as YYMMDD plus a
      * sequence, carrying on after any a same-day rerun issued.
           MOVE SPACES TO WS-RTN-CREDIT-PREFIX.
           STRING 'R' WS-CURR-YYYY (3:2) WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-RTN-CREDIT-PREFIX.
           MOVE 0 TO WS-RTN-CREDIT-SEQ.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'C'
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (1:7)
                       = WS-RTN-CREDIT-PREFIX
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (8:3) IS NUMERIC
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (8:3)
                       > WS-RTN-CREDIT-SEQ
                   MOVE WS-ARI-DOC-NO (WS-ARI-SCAN) (8:3)
                       TO WS-RTN-CREDIT-SEQ
               END-IF
           END-PERFORM.

           POST-ONE-RETURN.
           ADD 1 TO WS-RTN-READ-CNT.
           MOVE SPACES TO WS-RTN-REJECT-REASON.
           MOVE RTN-ITEM-CODE OF WS-RTN TO WS-FETCH-CODE.
           PERFORM FETCH-CATALOG-ROW.
           IF WS-FETCH-IX = 0
               MOVE WS-FETCH-REJECT TO WS-RTN-REJECT-REASON
           ELSE
               PERFORM APPLY-ONE-RETURN
           END-IF.
           PERFORM PRINT-RETURN-LINE.

           APPLY-ONE-RETURN.
           MOVE WS-ITEM-IX TO WS-FOUND-IX.
           PERFORM CHECK-RETURN-FIELDS.
           IF WS-RTN-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ORIGINAL-SALE.
           IF WS-RTN-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRIOR-RETURNS.
           IF WS-RTN-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * An EPIC unit comes back by serial - the register must show
      * it went out, and it goes back on hand.
           PERFORM CHECK-EPIC-ITEM.
           IF WS-EPIC-ITEM = 'Y'
               PERFORM CHECK-EPIC-RETURN-SERIAL
               IF WS-SER-REJECT NOT = SPACES
                   MOVE WS-SER-REJECT TO WS-RTN-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * A returned unit is taken back whatever the shelf holds, but
      * never onto a location that does not exist.
           MOVE WS-RTN-LOC TO WS-CHK-LMST-LOC.
           PERFORM CHECK-LOCATION-MASTER.
           IF WS-LMST-VALID = 'N'
               MOVE 'UNKNOWN LOCATION' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE RTN-ITEM-CODE OF WS-RTN TO WS-CHK-LOC-CODE.
           MOVE WS-RTN-LOC TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'N'
               MOVE 'LOCATION TABLE FULL' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * Units sold off a consignment go back to the vendor's stock,
      * never into our own average.
           IF RVN-CONSIGN-VENDOR OF WS-ORIG NOT = SPACES
               MOVE RVN-CONSIGN-VENDOR OF WS-ORIG TO WS-CHK-CONS-VENDOR
               MOVE RTN-ITEM-CODE OF WS-RTN TO WS-CHK-CONS-CODE
               PERFORM FIND-CONSIGNMENT
               IF WS-CONS-FOUND = 'N'
                   AND WS-CONS-CNT NOT < WS-CONS-CAPACITY
                   MOVE 'CONSIGNMENT LEDGER FULL'
                       TO WS-RTN-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * Everything reverses at what the original sale booked - the
      * price the customer paid and the unit cost that left stock.
           COMPUTE WS-RTN-REFUND =
               RTN-QTY OF WS-RTN * WS-ORIG-UNIT-PRICE.
           COMPUTE WS-RTN-COST =
               RTN-QTY OF WS-RTN * WS-ORIG-UNIT-COST.
      * Tax and levy come back in proportion to the units returned.
           COMPUTE WS-RTN-TAX ROUNDED =
               WS-ORIG-TAX * RTN-QTY OF WS-RTN / WS-ORIG-QTY.
           COMPUTE WS-RTN-LEVY ROUNDED =
               WS-ORIG-LEVY * RTN-QTY OF WS-RTN / WS-ORIG-QTY.
           IF RVN-CONSIGN-VENDOR OF WS-ORIG NOT = SPACES
               PERFORM RESTORE-CONSIGNED-RETURN
           ELSE
               PERFORM ROLL-RETURN-INTO-AVERAGE
           END-IF.
           ADD RTN-QTY OF WS-RTN TO WS-LOC-QTY (WS-LOC-FOUND-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           ADD RTN-QTY OF WS-RTN TO WS-ITEM-QTY-ON-HAND (WS-FOUND-IX).
           ADD RTN-QTY OF WS-RTN TO WS-RCPT-QTY (WS-FOUND-IX).
           MOVE 'Y' TO WS-ITEM-MOVED (WS-FOUND-IX).
           IF WS-EPIC-ITEM = 'Y'
               MOVE 'H' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE WS-RTN-LOC TO WS-SER-LOCATION (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.
           PERFORM WRITE-RETURN-REVENUE.
           PERFORM CREDIT-RETURN-RECEIVABLE.
           MOVE RTN-ITEM-CODE OF WS-RTN TO MHST-ITEM-CODE OF WS-MHST.
           MOVE 'U' TO MHST-TYPE OF WS-MHST.
           MOVE RTN-QTY OF WS-RTN TO MHST-QTY OF WS-MHST.
           MOVE RTN-RMA-NUMBER OF WS-RTN TO MHST-REFERENCE OF WS-MHST.
           MOVE WS-RTN-LOC TO MHST-LOCATION OF WS-MHST.
           PERFORM WRITE-MOVEMENT-HISTORY.
           PERFORM WRITE-RETURN-LOG.

           CHECK-RETURN-FIELDS.
      * The paperwork itself - an RMA, a quantity, a known reason,
      * and an invoice number that carries its sale date.
           IF RTN-RMA-NUMBER OF WS-RTN = SPACES
               MOVE 'RETURN HAS NO RMA NUMBER' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RTN-QTY OF WS-RTN NOT NUMERIC
               OR RTN-QTY OF WS-RTN = 0
               MOVE 'QUANTITY NOT VALID' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           SET WS-RSN-IX TO 1.
           SEARCH WS-RSN-ROW
               AT END
                   MOVE 'UNKNOWN REASON CODE' TO WS-RTN-REJECT-REASON
               WHEN WS-RSN-CODE (WS-RSN-IX) = RTN-REASON OF WS-RTN
                   CONTINUE
           END-SEARCH.
           IF WS-RTN-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * A named location wins; otherwise the reason decides whether
      * the goods can go straight back on the floor.
           IF RTN-LOCATION OF WS-RTN NOT = SPACES
               MOVE RTN-LOCATION OF WS-RTN TO WS-RTN-LOC
           ELSE
               IF WS-RSN-DISPOSITION (WS-RSN-IX) = 'Q'
                   MOVE WS-QUARANTINE-LOCATION TO WS-RTN-LOC
               ELSE
                   MOVE WS-DEFAULT-LOCATION TO WS-RTN-LOC
               END-IF
           END-IF.
           IF WS-RTN-LOC = WS-HIRE-LOCATION
               MOVE 'HIRE LOCATION - RENTALS ONLY'
                   TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      * Goods come into bond only off a receipt, with their row on
      * the bond ledger - a return landed there would carry no
      * duty basis for its release.
           IF WS-RTN-LOC = WS-BOND-LOCATION
               MOVE 'BOND LOCATION - RECEIPTS ONLY'
                   TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RTN-ORIG-INVOICE OF WS-RTN (1:6) NOT NUMERIC
               MOVE 'ORIGINAL INVOICE NOT VALID'
                   TO WS-RTN-REJECT-REASON
           END-IF.

           FIND-ORIGINAL-SALE.
      * The invoice number starts with the sale's YYMMDD - that
      * day's revenue journal holds the line the sale booked.
      * Today's sales are on the journal this run resolved.
           MOVE SPACES TO WS-ORIG-SALE-DATE.
           STRING '20' RTN-ORIG-INVOICE OF WS-RTN (1:6)
               DELIMITED BY SIZE INTO WS-ORIG-SALE-DATE.
           IF WS-ORIG-SALE-DATE (3:2) = WS-CURR-YYYY (3:2)
               AND WS-ORIG-SALE-DATE (5:2) = WS-CURR-MM
               AND WS-ORIG-SALE-DATE (7:2) = WS-CURR-DD
               MOVE WS-REVENUE-FILENAME TO WS-ORIGRVN-FILENAME
           ELSE
               MOVE SPACES TO WS-ORIGRVN-FILENAME
               STRING 'revenuejournal.' WS-ORIG-SALE-DATE '.log'
                   DELIMITED BY SIZE INTO WS-ORIGRVN-FILENAME
           END-IF.
           MOVE 'N' TO WS-ORIG-FOUND.
           OPEN INPUT ORIGRVN-FILE.
           IF WS-ORIGRVN-STATUS = '00'
               MOVE 'N' TO WS-ORIGRVN-EOF
               PERFORM UNTIL WS-ORIGRVN-EOF = 'Y'
                   READ ORIGRVN-FILE INTO WS-ORIG
                       AT END
                           MOVE 'Y' TO WS-ORIGRVN-EOF
                       NOT AT END
                           IF RVN-DOC-NO OF WS-ORIG
                               = RTN-ORIG-INVOICE OF WS-RTN
                               AND RVN-ITEM-CODE OF WS-ORIG
                                   = RTN-ITEM-CODE OF WS-RTN
                               AND RVN-TYPE OF WS-ORIG NOT = 'R'
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE 'Y' TO WS-ORIGRVN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIGRVN-FILE
           END-IF.
           IF WS-ORIG-FOUND = 'N'
               OR RVN-QTY OF WS-ORIG = 0
               MOVE 'ORIGINAL SALE NOT FOUND' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RVN-CUSTOMER OF WS-ORIG NOT = RTN-CUSTOMER OF WS-RTN
               MOVE 'NOT THE ORIGINAL CUSTOMER'
                   TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE RVN-QTY OF WS-ORIG TO WS-ORIG-QTY.
           MOVE RVN-UNIT-PRICE OF WS-ORIG TO WS-ORIG-UNIT-PRICE.
           COMPUTE WS-ORIG-UNIT-COST ROUNDED =
               RVN-COST OF WS-ORIG / RVN-QTY OF WS-ORIG.
      * A sale booked before tax was charged carries none to give
      * back.
           IF RVN-TAX-AMOUNT OF WS-ORIG IS NUMERIC
               MOVE RVN-TAX-AMOUNT OF WS-ORIG TO WS-ORIG-TAX
           ELSE
               MOVE 0 TO WS-ORIG-TAX
           END-IF.
           IF RVN-LEVY-AMOUNT OF WS-ORIG IS NUMERIC
               MOVE RVN-LEVY-AMOUNT OF WS-ORIG TO WS-ORIG-LEVY
           ELSE
               MOVE 0 TO WS-ORIG-LEVY
           END-IF.

           CHECK-PRIOR-RETURNS.
      * The returns log answers what already came back - the same
      * RMA never posts twice for an item, and a sale line never
      * takes back more than it sold.
           MOVE 0 TO WS-RTN-PRIOR-QTY.
           MOVE 'N' TO WS-RTN-DUPLICATE.
           OPEN INPUT RTLG-FILE.
           IF WS-RTLG-STATUS = '00'
               MOVE 'N' TO WS-RTLG-EOF
               PERFORM UNTIL WS-RTLG-EOF = 'Y'
                   READ RTLG-FILE INTO WS-RTLG
                       AT END
                           MOVE 'Y' TO WS-RTLG-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-PRIOR-RETURN
                   END-READ
               END-PERFORM
               CLOSE RTLG-FILE
           END-IF.
           IF WS-RTN-DUPLICATE = 'Y'
               MOVE 'RMA ALREADY POSTED' TO WS-RTN-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTN-PRIOR-QTY + RTN-QTY OF WS-RTN > WS-ORIG-QTY
               MOVE 'RETURN EXCEEDS QUANTITY SOLD'
                   TO WS-RTN-REJECT-REASON
           END-IF.

           CHECK-ONE-PRIOR-RETURN.
           IF RTLG-ITEM-CODE OF WS-RTLG NOT = RTN-ITEM-CODE OF WS-RTN
               EXIT PARAGRAPH
           END-IF.
           IF RTLG-RMA-NUMBER OF WS-RTLG = RTN-RMA-NUMBER OF WS-RTN
               MOVE 'Y' TO WS-RTN-DUPLICATE
           END-IF.
           IF RTLG-ORIG-INVOICE OF WS-RTLG
               = RTN-ORIG-INVOICE OF WS-RTN
               ADD RTLG-QTY OF WS-RTLG TO WS-RTN-PRIOR-QTY
           END-IF.

           CHECK-EPIC-RETURN-SERIAL.
      * Mirror of the sale check - one unit, a named serial, and
      * the register must show that serial issued out.
           MOVE SPACES TO WS-SER-REJECT.
           IF RTN-QTY OF WS-RTN NOT = 1
               MOVE 'EPIC MOVES ONE SERIAL AT A TIME'
                   TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF RTN-SERIAL OF WS-RTN = SPACES
               MOVE 'EPIC RETURN NEEDS A SERIAL' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-CODE (WS-FOUND-IX) TO WS-CHK-SER-CODE.
           MOVE RTN-SERIAL OF WS-RTN TO WS-CHK-SER-SERIAL.
           PERFORM FIND-SERIAL.
           IF WS-SER-FOUND = 'N'
               MOVE 'SERIAL NOT ON REGISTER' TO WS-SER-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'I'
               MOVE 'SERIAL NOT ISSUED OUT' TO WS-SER-REJECT
           END-IF.

           RESTORE-CONSIGNED-RETURN.
      * Checked already - the vendor's row is there or has room.
      * The units come back off what we owe at the rate the sale
      * booked them.
           MOVE RVN-CONSIGN-VENDOR OF WS-ORIG TO WS-CHK-CONS-VENDOR.
           MOVE RTN-ITEM-CODE OF WS-RTN TO WS-CHK-CONS-CODE.
           PERFORM FIND-CONSIGNMENT.
           IF WS-CONS-FOUND = 'N'
               ADD 1 TO WS-CONS-CNT
               MOVE WS-CONS-CNT TO WS-CONS-FOUND-IX
               MOVE WS-CHK-CONS-VENDOR
                   TO WS-CONS-VENDOR (WS-CONS-FOUND-IX)
               MOVE WS-CHK-CONS-CODE TO WS-CONS-CODE (WS-CONS-FOUND-IX)
               MOVE 0 TO WS-CONS-QTY (WS-CONS-FOUND-IX)
               MOVE WS-ORIG-UNIT-COST TO WS-CONS-RATE (WS-CONS-FOUND-IX)
           END-IF.
           ADD RTN-QTY OF WS-RTN TO WS-CONS-QTY (WS-CONS-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-CONS-DATE (WS-CONS-FOUND-IX).
           MOVE 'Y' TO WS-CONS-CHANGED.
           MOVE 'U' TO CACT-TYPE OF WS-CACT.
           MOVE RTN-QTY OF WS-RTN TO CACT-QTY OF WS-CACT.
           MOVE WS-ORIG-UNIT-COST TO CACT-RATE OF WS-CACT.
           MOVE RTN-ORIG-INVOICE OF WS-RTN TO CACT-REFERENCE OF WS-CACT.
           PERFORM LOG-CONSIGNMENT-ACTIVITY.

           ROLL-RETURN-INTO-AVERAGE.
      * The returned units come back at the cost they left at -
      * weighted into the running average against our own units on
      * hand before they land, same basis rules as a receipt.
           MOVE RTN-ITEM-CODE OF WS-RTN TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           MOVE WS-FOUND-IX TO WS-OWN-IX.
           PERFORM FIND-OWNED-QTY.
           MOVE WS-OWNED-QTY TO WS-COST-BASIS-QTY.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-PRIOR-AVG-COST
           ELSE
               MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                   TO WS-PRIOR-AVG-COST
           END-IF.
           COMPUTE WS-NEW-AVG-COST ROUNDED =
               (WS-COST-BASIS-QTY * WS-PRIOR-AVG-COST
               + WS-RTN-COST)
               / (WS-COST-BASIS-QTY + RTN-QTY OF WS-RTN).
           IF WS-COST-FOUND = 'Y'
               MOVE WS-NEW-AVG-COST
                   TO WS-COST-AVG (WS-COST-FOUND-IX)
               MOVE WS-RUN-DATE-DISP
                   TO WS-COST-DATE (WS-COST-FOUND-IX)
               MOVE 'Y' TO WS-COST-CHANGED
           ELSE
               IF WS-COST-CNT < WS-COST-CAPACITY
                   ADD 1 TO WS-COST-CNT
                   MOVE RTN-ITEM-CODE OF WS-RTN
                       TO WS-COST-CODE (WS-COST-CNT)
                   MOVE WS-NEW-AVG-COST TO WS-COST-AVG (WS-COST-CNT)
                   MOVE WS-RUN-DATE-DISP
                       TO WS-COST-DATE (WS-COST-CNT)
                   MOVE 'Y' TO WS-COST-CHANGED
               ELSE
                   DISPLAY 'COSTING LEDGER FULL - COST NOT RECORDED: '
                       RTN-ITEM-CODE OF WS-RTN
               END-IF
           END-IF.

           WRITE-RETURN-REVENUE.
      * A negative line on today's revenue journal - the (R)eturn
      * type tells the GL extract to take it off the category's
      * revenue and cost of goods.  The journal is opened per line
      * because the original-sale lookup may read today's file.
           MOVE WS-RUN-DATE-DISP TO RVN-RUN-DATE OF WS-RVN.
           MOVE RTN-CUSTOMER OF WS-RTN TO RVN-CUSTOMER OF WS-RVN.
           MOVE RTN-ITEM-CODE OF WS-RTN TO RVN-ITEM-CODE OF WS-RVN.
           MOVE RVN-CATEGORY OF WS-ORIG TO RVN-CATEGORY OF WS-RVN.
           MOVE RTN-QTY OF WS-RTN TO RVN-QTY OF WS-RVN.
           MOVE WS-ORIG-UNIT-PRICE TO RVN-UNIT-PRICE OF WS-RVN.
           MOVE WS-RTN-REFUND TO RVN-REVENUE OF WS-RVN.
           MOVE WS-RTN-COST TO RVN-COST OF WS-RVN.
           MOVE RTN-ORIG-INVOICE OF WS-RTN TO RVN-DOC-NO OF WS-RVN.
           MOVE 'R' TO RVN-TYPE OF WS-RVN.
           MOVE RVN-CONSIGN-VENDOR OF WS-ORIG
               TO RVN-CONSIGN-VENDOR OF WS-RVN.
           MOVE RVN-JURISDICTION OF WS-ORIG
               TO RVN-JURISDICTION OF WS-RVN.
           MOVE WS-RTN-TAX TO RVN-TAX-AMOUNT OF WS-RVN.
           MOVE WS-RTN-LEVY TO RVN-LEVY-AMOUNT OF WS-RVN.
           MOVE RVN-TAX-CODE OF WS-ORIG TO RVN-TAX-CODE OF WS-RVN.
           MOVE RVN-LEVY-CODE OF WS-ORIG TO RVN-LEVY-CODE OF WS-RVN.
           PERFORM OPEN-REVENUE-JOURNAL.
           WRITE REVENUE-FILE-REC FROM WS-RVN.
           ADD 1 TO WS-RVN-WRITTEN-CNT.
           CLOSE REVENUE-FILE.

           CREDIT-RETURN-RECEIVABLE.
      * The refund comes off what is still open on the original
      * invoice first; whatever that invoice no longer owes (paid,
      * or aged off the ledger) is held as a credit for the
      * customer.  The tax and levy given back are credited with
      * it.
           COMPUTE WS-RTN-CREDIT-LEFT =
               WS-RTN-REFUND + WS-RTN-TAX + WS-RTN-LEVY.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               OR WS-RTN-CREDIT-LEFT = 0
               IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'I'
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN)
                       = RTN-ORIG-INVOICE OF WS-RTN
                   AND WS-ARI-CUSTOMER (WS-ARI-SCAN)
                       = RTN-CUSTOMER OF WS-RTN
                   AND WS-ARI-OPEN (WS-ARI-SCAN) > 0
                   IF WS-ARI-OPEN (WS-ARI-SCAN) > WS-RTN-CREDIT-LEFT
                       SUBTRACT WS-RTN-CREDIT-LEFT
                           FROM WS-ARI-OPEN (WS-ARI-SCAN)
                       MOVE 0 TO WS-RTN-CREDIT-LEFT
                   ELSE
                       SUBTRACT WS-ARI-OPEN (WS-ARI-SCAN)
                           FROM WS-RTN-CREDIT-LEFT
                       MOVE 0 TO WS-ARI-OPEN (WS-ARI-SCAN)
                   END-IF
                   MOVE WS-RUN-DATE-DISP
                       TO WS-ARI-PAY-DATE (WS-ARI-SCAN)
                   MOVE 'Y' TO WS-ARI-CHANGED
               END-IF
           END-PERFORM.
           IF WS-RTN-CREDIT-LEFT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RTN-CREDIT-SEQ.
           INITIALIZE WS-ARI.
           MOVE RTN-CUSTOMER OF WS-RTN TO ARI-CUSTOMER OF WS-ARI.
           STRING WS-RTN-CREDIT-PREFIX WS-RTN-CREDIT-SEQ
               DELIMITED BY SIZE INTO ARI-DOC-NO OF WS-ARI.
           MOVE 'C' TO ARI-DOC-TYPE OF WS-ARI.
           MOVE WS-RUN-DATE-DISP TO ARI-DOC-DATE OF WS-ARI.
           MOVE RTN-ITEM-CODE OF WS-RTN TO ARI-ITEM-CODE OF WS-ARI.
           MOVE WS-RTN-CREDIT-LEFT TO ARI-ORIG-AMOUNT OF WS-ARI.
           MOVE WS-RTN-CREDIT-LEFT TO ARI-OPEN-AMOUNT OF WS-ARI.
           MOVE SPACES TO ARI-LAST-PAY-DATE OF WS-ARI.
           PERFORM ADD-RECEIVABLE-ROW.
           IF WS-ARI-ADDED = 'Y'
               ADD 1 TO WS-RTN-CREDITED-CNT
           END-IF.

           WRITE-RETURN-LOG.
      * Same first-run discipline as the movement history; opened
      * per line because the prior-returns check reads it back.
           MOVE WS-RUN-DATE-DISP TO RTLG-RUN-DATE OF WS-RTLG.
           MOVE RTN-RMA-NUMBER OF WS-RTN TO RTLG-RMA-NUMBER OF WS-RTLG.
           MOVE RTN-CUSTOMER OF WS-RTN TO RTLG-CUSTOMER OF WS-RTLG.
           MOVE RTN-ITEM-CODE OF WS-RTN TO RTLG-ITEM-CODE OF WS-RTLG.
           MOVE RTN-QTY OF WS-RTN TO RTLG-QTY OF WS-RTLG.
           MOVE RTN-REASON OF WS-RTN TO RTLG-REASON OF WS-RTLG.
           MOVE RTN-ORIG-INVOICE OF WS-RTN
               TO RTLG-ORIG-INVOICE OF WS-RTLG.
           MOVE WS-RTN-LOC TO RTLG-LOCATION OF WS-RTLG.
           MOVE WS-RTN-REFUND TO RTLG-REFUND OF WS-RTLG.
           MOVE WS-RTN-COST TO RTLG-COST OF WS-RTLG.
           OPEN INPUT RTLG-FILE.
           IF WS-RTLG-STATUS = '35'
               OPEN OUTPUT RTLG-FILE
               CLOSE RTLG-FILE
           ELSE
               CLOSE RTLG-FILE
           END-IF.
           OPEN EXTEND RTLG-FILE.
           IF WS-RTLG-STATUS NOT = '00'
               DISPLAY 'RETURNS LOG NOT OPENED - FILE STATUS '
                   WS-RTLG-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           WRITE RTLG-FILE-REC FROM WS-RTLG.
           ADD 1 TO WS-RTLG-WRITTEN-CNT.
           CLOSE RTLG-FILE.

           PRINT-RETURN-LINE.
           IF WS-RTN-REJECT-REASON = SPACES
               ADD 1 TO WS-RTN-POSTED-CNT
               DISPLAY RTN-RMA-NUMBER OF WS-RTN ' '
                   RTN-CUSTOMER OF WS-RTN ' '
                   RTN-ITEM-CODE OF WS-RTN ' '
                   RTN-QTY OF WS-RTN ' '
                   RTN-REASON OF WS-RTN '  TO ' WS-RTN-LOC
                   ' BALANCE NOW ' WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
           ELSE
               ADD 1 TO WS-RTN-REJECTED-CNT
               DISPLAY RTN-RMA-NUMBER OF WS-RTN ' '
                   RTN-CUSTOMER OF WS-RTN ' '
                   RTN-ITEM-CODE OF WS-RTN ' '
                   RTN-QTY OF WS-RTN ' '
                   RTN-REASON OF WS-RTN '  REJECTED - '
                   WS-RTN-REJECT-REASON
           END-IF.

           PRINT-RECEIPT-EXCEPTIONS.
                   TO PORD-ORDER-DATE OF PORDER-FILE-REC
               MOVE WS-PORD-STATUS (WS-PORD-SCAN)
                   TO PORD-STATUS OF PORDER-FILE-REC
               MOVE WS-PORD-PRICE (WS-PORD-SCAN)
                   TO PORD-UNIT-PRICE OF PORDER-FILE-REC
               WRITE PORDER-FILE-REC
           END-PERFORM.
           CLOSE PORDER-FILE.
           END-IF.

           PRINT-ITEM-BALANCES.
      * One line per item the warehouse touched - opening balance as
      * first read from the index, total receipts and issues posted,
      * closing balance now in the table.  This is the
      * reconciliation page the warehouse gets checked against.  A
      * restarted run opens at the balances of its restart point.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CODE   NAME                           OPENING '
               'RECEIPTS ISSUES  CLOSING'.
               END-IF
           END-PERFORM.

           POSITION-APPEND-LOGS.
      * Every log the stream appends to, numbered in the same order
      * every run - a restart cuts each back to where its restart
      * point left it, so nothing posted again lands twice.
           PERFORM RESOLVE-AUDIT-FILENAME.
           MOVE WS-AUDIT-FILENAME TO WS-PLOG-FILENAME.
           MOVE 1 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-MHIST-FILENAME.
           MOVE WS-MHIST-FILENAME TO WS-PLOG-FILENAME.
           MOVE 2 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-PORC-FILENAME.
           MOVE WS-PORC-FILENAME TO WS-PLOG-FILENAME.
           MOVE 3 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-VEXC-FILENAME.
           MOVE WS-VEXC-FILENAME TO WS-PLOG-FILENAME.
           MOVE 4 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-CACT-FILENAME.
           MOVE WS-CACT-FILENAME TO WS-PLOG-FILENAME.
           MOVE 5 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-BACT-FILENAME.
           MOVE WS-BACT-FILENAME TO WS-PLOG-FILENAME.
           MOVE 6 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-SUSPENSE-FILENAME.
           MOVE WS-SUSPENSE-FILENAME TO WS-PLOG-FILENAME.
           MOVE 7 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-REVENUE-FILENAME.
           MOVE WS-REVENUE-FILENAME TO WS-PLOG-FILENAME.
           MOVE 8 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.
           PERFORM RESOLVE-RTLG-FILENAME.
           MOVE WS-RTLG-FILENAME TO WS-PLOG-FILENAME.
           MOVE 9 TO WS-PLOG-IX.
           PERFORM POSITION-APPEND-LOG.

           COMMIT-SIDE-FILES.
      * Every side file the stream touches, landed at each restart
      * point right after the changed catalog rows.  Each rewrite
      * is the whole file from its table, so landing it again at
      * the next restart point is harmless.  The logs are appended
      * as the run goes - the restart point just marks how far
      * each has got, numbered as in POSITION-APPEND-LOGS.
           MOVE WS-AUDIT-WRITTEN-CNT TO WS-PLOG-WRITTEN (1).
           MOVE WS-MHIST-WRITTEN-CNT TO WS-PLOG-WRITTEN (2).
           MOVE WS-PORC-WRITTEN-CNT TO WS-PLOG-WRITTEN (3).
           MOVE WS-VEXC-WRITTEN-CNT TO WS-PLOG-WRITTEN (4).
           MOVE WS-CACT-WRITTEN-CNT TO WS-PLOG-WRITTEN (5).
           MOVE WS-BACT-WRITTEN-CNT TO WS-PLOG-WRITTEN (6).
           MOVE WS-SUSP-WRITTEN-CNT TO WS-PLOG-WRITTEN (7).
           MOVE WS-RVN-WRITTEN-CNT TO WS-PLOG-WRITTEN (8).
           MOVE WS-RTLG-WRITTEN-CNT TO WS-PLOG-WRITTEN (9).
           PERFORM REWRITE-PURCHASE-ORDERS.
           PERFORM REWRITE-COST-LEDGER.
           PERFORM REWRITE-LOCATION-BALANCES.
           PERFORM REWRITE-RESERVATIONS.
           PERFORM REWRITE-SERIAL-REGISTER.
           PERFORM REWRITE-LOT-REGISTER.
           PERFORM REWRITE-CONSIGNMENT-LEDGER.
           PERFORM REWRITE-BOND-LEDGER.
           PERFORM REWRITE-BACKORDERS.
           PERFORM REWRITE-RECEIVABLES.

           COPY DATEFMT.
           COPY SIGNON.
           COPY MOVERSLV.
           COPY RVNRSLV.
           COPY RTLGRSLV.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY PCLSRSLV.
           COPY PCLSLOAD.
           COPY TAXRSLV.
           COPY TAXLOAD.
           COPY ARITRSLV.
           COPY ARITLOAD.
           COPY AUDRESLV.
           COPY AUDOPEN.
           COPY LOCRSLV.
           COPY PORDLOAD.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY BOMRSLV.
           COPY BOMLOAD.
           COPY LOTRSLV.
           COPY LOTLOAD.
           COPY MHSTRSLV.
           COPY PORCRSLV.
           COPY VEXCWRT.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY CONSRSLV.
           COPY CONSLOAD.
           COPY CACTWRT.
           COPY BONDRSLV.
           COPY BONDLOAD.
           COPY BACTWRT.
           COPY XREFRSLV.
           COPY XREFLOAD.
           COPY SUSPWRT.
           COPY CATRSLV.
           COPY CATLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY IDXPOST.
           COPY REGNMGR.

           COPY RCTLMGR.
       END PROGRAM POST-STOCK-MOVEMENTS.
