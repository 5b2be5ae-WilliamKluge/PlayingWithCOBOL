      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Sales-order entry - take a customer's order line by
      *          line, price each line at the customer's class price,
      *          and allocate it on the spot: the open quantity goes
      *          on the reservation file as a hold under the ordering
      *          customer, so a walk-in cannot take the stock before
      *          the order ships and the sale the ship confirmation
      *          writes consumes the hold (see SORDREC/RSVREC).  A
      *          line the shelf cannot cover after existing holds is
      *          refused with what is available.  Also lists orders
      *          and cancels a line's open remainder, giving its hold
      *          back.  Same authorization and audit discipline as
      *          purchase-order maintenance; the session holds the
      *          exclusive enqueue, since the posting run rewrites
      *          the reservation file under it.
      * Tectonics: cobc
      * Modified: 2026-10-15 - allocation also leaves out the units
      *           out on hire, read from the location balances (see
      *           RENTREC/LOCLOAD).
      * Modified: 2026-10-15 - the item table is loaded from the indexed
      *           master, so stock posted by key since the last
      *           regeneration counts in allocation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SALES-ORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The sales orders we maintain - SORDERFILE env var, defaults
      * to salesorders.txt (see SORDRSLV)
           SELECT SORDER-FILE ASSIGN DYNAMIC WS-SORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORDER-STATUS.
      * The reservation file the lines allocate on - RESERVEFILE env
      * var, defaults to reservations.txt (see RSVRSLV)
           SELECT RESERVE-FILE ASSIGN DYNAMIC WS-RESERVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.
      * The catalog, for what a line may order, its category, price
      * and the stock on hand - from the indexed master, as
      * magicitems.txt lags the keyed postings until regenerated
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Per-location stock balances, for the units out on hire -
      * see LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Who may order - see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * Price-class discount tiers the lines are priced against -
      * see PCLSREC/PCLSLOAD
           SELECT PCLS-FILE ASSIGN DYNAMIC WS-PCLS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCLS-STATUS.
      * Item lore, read for the handling classes on line 00 - see
      * LOREREC/HNDLWS
           SELECT LORE-FILE ASSIGN DYNAMIC WS-LORE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LORE-STATUS.
      * Append-only log of accepted order changes - see SAUDREC
           SELECT SO-AUDIT-FILE ASSIGN DYNAMIC WS-SAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAUD-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
      * Append-only security violation log - see SVIOREC/SVIOWRT
           SELECT VIOLATION-FILE ASSIGN DYNAMIC
           WS-VIOLATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOLATION-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SORDER-FILE.
           01 SORDER-FILE-REC.
               COPY SORDREC.
           FD RESERVE-FILE.
           01 RESERVE-REC.
               COPY RSVREC.
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
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD PCLS-FILE.
           01 PCLS-FILE-REC.
               COPY PCLSREC.
           FD LORE-FILE.
           01 LORE-FILE-REC.
               COPY LOREREC.
           FD SO-AUDIT-FILE.
           01 SO-AUDIT-REC.
               COPY SAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY SORDSTAT.
           COPY SORDNAME.
           COPY SORDWS.
           01 WS-SORD-FOUND-IX         PIC 9(4).
           01 WS-NEXT-SO-SEQ           PIC 9(6) VALUE 0.
           COPY RSVSTAT.
           COPY RSVNAME.
           COPY RSVWS.
           01 WS-IDX-STATUS            PIC X(2).
      * The catalog rows a line may order from.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-FOUND-IX              PIC 9(4).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY CUSTNAME.
           COPY CUSTSTAT.
           COPY CUSTWS.
           COPY PCLSWS.
           COPY LOREWS.
           COPY HNDLWS.
           01 WS-ITEM-RESTRICTED       PIC A(1).
           01 WS-SAUD-FILENAME         PIC X(100).
           01 WS-SAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-LINES-DONE            PIC A(1).
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-SO-LISTED             PIC A(1).
      * The order being keyed - its number is only taken once its
      * first line is accepted, so an abandoned order leaves no gap.
           01 WS-CUR-ORDER             PIC X(8).
           01 WS-CUR-LINE              PIC 9(3).
           01 WS-CUR-CUSTOMER          PIC X(10).
           01 WS-CUR-CLASS             PIC X(1).
      * The operator's keyed values.
           01 WS-TGT-ORDER             PIC X(8).
           01 WS-TGT-FILTER            PIC X(10).
           01 WS-TGT-CUSTOMER          PIC X(10).
           01 WS-TGT-ITEM              PIC X(6).
           01 WS-TGT-LINE-IN           PIC X(4).
           01 WS-TGT-LINE              PIC 9(3).
           01 WS-TGT-QTY-IN            PIC X(6).
           01 WS-TGT-QTY               PIC 9(5).
           01 WS-TGT-REASON            PIC X(20).
           01 WS-LINE-PRICE            PIC 9(7)V99.
           01 WS-AVAIL-QTY             PIC 9(7).
           01 WS-RELEASE-LEFT          PIC 9(5).
           01 WS-RELEASED-QTY          PIC 9(5).
           01 WS-AUDIT-QTY             PIC 9(5).
           01 WS-PRICE-EDIT            PIC ZZZZZZ9.99.
           01 WS-STATUS-LABEL          PIC X(10).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-SALES-ORDERS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN SALES '
                   'ORDERS: ' WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-PRICE-CLASSES.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-SALES-ORDERS.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-LOCATION-BALANCES.
      * Rewriting a truncated table would lose orders or holds -
      * refuse.
           IF WS-SORD-DROPPED > 0 OR WS-RSV-DROPPED > 0
               DISPLAY 'SALES ORDERS NOT MAINTAINED - ROWS WERE '
                   'DROPPED ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-ORDERABLE-ITEMS.
           PERFORM FIND-HIGHEST-SO-SEQ.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-SO-AUDIT-FILENAME.
           PERFORM OPEN-SO-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-SO-ACTION
           END-PERFORM.
           CLOSE SO-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               PERFORM REWRITE-SALES-ORDERS
               PERFORM REWRITE-RESERVE-FILE
               DISPLAY WS-SORD-CNT ' ORDER LINES WRITTEN TO '
                   FUNCTION TRIM (WS-SORDER-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - SALES ORDERS UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-SO-AUDIT-FILENAME.
      * Dated like the catalog audit logs - SOAUDITFILE overrides.
           ACCEPT WS-SAUD-FILENAME FROM ENVIRONMENT 'SOAUDITFILE'.
           IF WS-SAUD-FILENAME = SPACES
               STRING
                   'soaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-SAUD-FILENAME
           END-IF.

           OPEN-SO-AUDIT.
           OPEN INPUT SO-AUDIT-FILE.
           IF WS-SAUD-STATUS = '35'
               OPEN OUTPUT SO-AUDIT-FILE
               CLOSE SO-AUDIT-FILE
           ELSE
               CLOSE SO-AUDIT-FILE
           END-IF.
           OPEN EXTEND SO-AUDIT-FILE.
           IF WS-SAUD-STATUS NOT = '00'
               DISPLAY 'SALES ORDER AUDIT NOT OPENED - FILE STATUS '
                   WS-SAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-ORDERABLE-ITEMS.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT FOUND - STATUS '
                   WS-IDX-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-REC-CNT < 5000
                           ADD 1 TO WS-REC-CNT
                           MOVE IDX-ITEM-CODE
                               TO WS-ITEM-CODE (WS-REC-CNT)
                           MOVE IDX-ITEM-NAME
                               TO WS-ITEM-NAME (WS-REC-CNT)
                           MOVE IDX-ITEM-CATEGORY
                               TO WS-ITEM-CATEGORY (WS-REC-CNT)
                           MOVE IDX-ITEM-GOLD-VALUE
                               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                           MOVE IDX-ITEM-QTY-ON-HAND
                               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                           MOVE IDX-ITEM-LIFECYCLE
                               TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM-INDEXED.

           FIND-HIGHEST-SO-SEQ.
      * The order number is SO plus a six-digit sequence - continue
      * from the highest number already on the file, the same rule
      * purchase orders are numbered by.
           MOVE 0 TO WS-NEXT-SO-SEQ.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-NUMBER (WS-SORD-SCAN) (3:6) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (WS-SORD-NUMBER (WS-SORD-SCAN) (3:6))
                       > WS-NEXT-SO-SEQ
                   COMPUTE WS-NEXT-SO-SEQ = FUNCTION NUMVAL
                       (WS-SORD-NUMBER (WS-SORD-SCAN) (3:6))
               END-IF
           END-PERFORM.

           TAKE-ONE-SO-ACTION.
           DISPLAY 'ACTION - L)IST O)RDER ENTRY C)ANCEL LINE E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-SO-LINES
               WHEN 'O' WHEN 'o'
                   PERFORM ENTER-ONE-ORDER
               WHEN 'C' WHEN 'c'
                   PERFORM CANCEL-ONE-SO-LINE
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-SO-LINES.
      * A blank answer lists the open lines only - an order number,
      * customer or item code lists every line that carries it,
      * shipped and cancelled ones included.
           DISPLAY 'ORDER, CUSTOMER OR ITEM (BLANK FOR ALL OPEN): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-FILTER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-FILTER) TO WS-TGT-FILTER.
           MOVE 'N' TO WS-SO-LISTED.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF (WS-TGT-FILTER = SPACES
                   AND (WS-SORD-STATUS (WS-SORD-SCAN) = 'O'
                   OR WS-SORD-STATUS (WS-SORD-SCAN) = 'K'))
                   OR WS-SORD-NUMBER (WS-SORD-SCAN) = WS-TGT-FILTER
                   OR WS-SORD-CUSTOMER (WS-SORD-SCAN) = WS-TGT-FILTER
                   OR WS-SORD-CODE (WS-SORD-SCAN) = WS-TGT-FILTER
                   MOVE 'Y' TO WS-SO-LISTED
                   PERFORM SHOW-ONE-SO-LINE
               END-IF
           END-PERFORM.
           IF WS-SO-LISTED = 'N'
               DISPLAY 'NO ORDER LINES TO LIST'
           END-IF.

           SHOW-ONE-SO-LINE.
           EVALUATE WS-SORD-STATUS (WS-SORD-SCAN)
               WHEN 'O'
                   IF WS-SORD-SHIP-QTY (WS-SORD-SCAN) > 0
                       MOVE 'PART SHIP' TO WS-STATUS-LABEL
                   ELSE
                       MOVE 'OPEN' TO WS-STATUS-LABEL
                   END-IF
               WHEN 'K'
                   MOVE 'PICKING' TO WS-STATUS-LABEL
               WHEN 'C'
                   MOVE 'SHIPPED' TO WS-STATUS-LABEL
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-LABEL
           END-EVALUATE.
           MOVE WS-SORD-PRICE (WS-SORD-SCAN) TO WS-PRICE-EDIT.
           DISPLAY '  ' WS-SORD-NUMBER (WS-SORD-SCAN) '/'
               WS-SORD-LINE (WS-SORD-SCAN) ' '
               WS-SORD-CUSTOMER (WS-SORD-SCAN) ' '
               WS-SORD-CODE (WS-SORD-SCAN) ' ORDERED '
               WS-SORD-ORDER-QTY (WS-SORD-SCAN) ' SHIPPED '
               WS-SORD-SHIP-QTY (WS-SORD-SCAN) ' '
               WS-SORD-DATE (WS-SORD-SCAN) ' AT ' WS-PRICE-EDIT ' '
               WS-STATUS-LABEL.

           ENTER-ONE-ORDER.
      * Only an active account orders - a held or closed one would
      * only be refused again when the posting run tries the sale.
           DISPLAY 'CUSTOMER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CUSTOMER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-CUSTOMER)
               TO WS-TGT-CUSTOMER.
           MOVE WS-TGT-CUSTOMER TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-TGT-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-FOUND-IX) NOT = 'A'
               DISPLAY 'CUSTOMER NOT ACTIVE - STATUS '
                   WS-CUST-STATUS (WS-CUST-FOUND-IX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-CUSTOMER TO WS-CUR-CUSTOMER.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO WS-CUR-CLASS.
           MOVE SPACES TO WS-CUR-ORDER.
           MOVE 0 TO WS-CUR-LINE.
           DISPLAY 'ORDER FOR ' WS-CUST-NAME (WS-CUST-FOUND-IX)
               ' - BLANK ITEM CODE ENDS THE ORDER'.
           MOVE 'N' TO WS-LINES-DONE.
           PERFORM UNTIL WS-LINES-DONE = 'Y'
               PERFORM ENTER-ONE-ORDER-LINE
           END-PERFORM.
           IF WS-CUR-ORDER = SPACES
               DISPLAY 'NO LINES TAKEN - NO ORDER RAISED'
           ELSE
               DISPLAY 'ORDER ' WS-CUR-ORDER ' RAISED WITH '
                   WS-CUR-LINE ' LINES'
           END-IF.

           ENTER-ONE-ORDER-LINE.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ITEM.
           IF WS-TGT-ITEM = SPACES
               MOVE 'Y' TO WS-LINES-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TGT-ITEM) TO WS-TGT-ITEM.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TGT-ITEM
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.
           IF WS-FOUND-IX = 0
               DISPLAY 'ITEM NOT ON CATALOG: ' WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
      * A pending item is not on sale yet; a discontinued one sells
      * until the shelf is empty, which the availability check
      * below already enforces.
           IF WS-ITEM-LIFECYCLE (WS-FOUND-IX) = 'P'
               DISPLAY 'ITEM NOT YET RELEASED - NOT ORDERED: '
                   WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ITEM-RESTRICTED.
           IF WS-ITEM-RESTRICTED = 'Y'
               DISPLAY 'RESTRICTED ITEM - ISSUE ONLY, NOT SOLD: '
                   WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'QUANTITY: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-QTY-IN.
           IF FUNCTION TEST-NUMVAL (WS-TGT-QTY-IN) NOT = 0
               DISPLAY 'QUANTITY NOT NUMERIC: ' WS-TGT-QTY-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-QTY = FUNCTION NUMVAL (WS-TGT-QTY-IN).
           IF WS-TGT-QTY = 0
               DISPLAY 'A LINE NEEDS A QUANTITY'
               EXIT PARAGRAPH
           END-IF.
      * An EPIC unit sells one serial at a time - one line per unit
      * keeps the pick list naming one serial per line.
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
               AND WS-TGT-QTY > 1
               DISPLAY 'EPIC ITEMS ARE ORDERED ONE UNIT PER LINE'
               EXIT PARAGRAPH
           END-IF.
      * Allocation - the line may only take what the existing holds
      * (other orders and deposits alike) leave on the shelf, and
      * units out on hire are not on the shelf at all.
           MOVE WS-TGT-ITEM TO WS-CHK-RSV-CODE.
           PERFORM SUM-ACTIVE-RESERVED.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           PERFORM SUM-ITEM-ON-HIRE.
           IF WS-RSV-ACTIVE-QTY + WS-LOC-HIRE-QTY
               < WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               COMPUTE WS-AVAIL-QTY =
                   WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   - WS-RSV-ACTIVE-QTY - WS-LOC-HIRE-QTY
           ELSE
               MOVE 0 TO WS-AVAIL-QTY
           END-IF.
           IF WS-TGT-QTY > WS-AVAIL-QTY
               DISPLAY 'ONLY ' WS-AVAIL-QTY ' AVAILABLE TO ALLOCATE - '
                   'LINE NOT TAKEN'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SORD-CNT NOT < WS-SORD-CAPACITY
               OR WS-RSV-CNT NOT < WS-RSV-CAPACITY
               DISPLAY 'ORDER OR RESERVATION FILE FULL - LINE NOT '
                   'TAKEN'
               EXIT PARAGRAPH
           END-IF.
      * The class price the posting run will hold the sale to.
           MOVE WS-CUR-CLASS TO WS-CHK-PCLS-CLASS.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX) TO WS-CHK-PCLS-CATEGORY.
           MOVE WS-TGT-QTY TO WS-CHK-PCLS-QTY.
           PERFORM FIND-CLASS-DISCOUNT.
           COMPUTE WS-LINE-PRICE ROUNDED =
               WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               * (100 - WS-PCLS-DISC) / 100.
           IF WS-CUR-ORDER = SPACES
               ADD 1 TO WS-NEXT-SO-SEQ
               STRING 'SO' WS-NEXT-SO-SEQ DELIMITED BY SIZE
                   INTO WS-CUR-ORDER
           END-IF.
           ADD 1 TO WS-CUR-LINE.
           ADD 1 TO WS-SORD-CNT.
           MOVE WS-CUR-ORDER TO WS-SORD-NUMBER (WS-SORD-CNT).
           MOVE WS-CUR-LINE TO WS-SORD-LINE (WS-SORD-CNT).
           MOVE WS-CUR-CUSTOMER TO WS-SORD-CUSTOMER (WS-SORD-CNT).
           MOVE WS-TGT-ITEM TO WS-SORD-CODE (WS-SORD-CNT).
           MOVE WS-TGT-QTY TO WS-SORD-ORDER-QTY (WS-SORD-CNT).
           MOVE 0 TO WS-SORD-SHIP-QTY (WS-SORD-CNT).
           MOVE 0 TO WS-SORD-PICK-QTY (WS-SORD-CNT).
           MOVE WS-LINE-PRICE TO WS-SORD-PRICE (WS-SORD-CNT).
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WS-SORD-DATE (WS-SORD-CNT).
           MOVE 'O' TO WS-SORD-STATUS (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-PICK-LOC (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-SERIAL (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-PICK-DATE (WS-SORD-CNT).
      * The hold carries no expiry - it stands until the shipment
      * consumes it or a cancel gives it back.
           ADD 1 TO WS-RSV-CNT.
           MOVE WS-TGT-ITEM TO WS-RSV-CODE (WS-RSV-CNT).
           MOVE WS-TGT-QTY TO WS-RSV-QTY (WS-RSV-CNT).
           MOVE WS-CUR-CUSTOMER TO WS-RSV-CUSTOMER (WS-RSV-CNT).
           MOVE SPACES TO WS-RSV-EXPIRY (WS-RSV-CNT).
           MOVE WS-SORD-CNT TO WS-SORD-FOUND-IX.
           MOVE WS-TGT-QTY TO WS-AUDIT-QTY.
           MOVE SPACES TO WS-TGT-REASON.
           MOVE 'A' TO SAUD-ACTION.
           PERFORM WRITE-SO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           MOVE WS-LINE-PRICE TO WS-PRICE-EDIT.
           DISPLAY 'LINE ' WS-CUR-LINE ' ' WS-TGT-ITEM ' QTY '
               WS-TGT-QTY ' AT ' WS-PRICE-EDIT ' - ALLOCATED'.

           CHECK-ITEM-RESTRICTED.
      * A restricted-class item never sells over the counter (see
      * HNDLWS) - the posting run would refuse the sale, so the
      * order is refused now.  No lore file means no handling rules.
           MOVE 'N' TO WS-ITEM-RESTRICTED.
           ACCEPT WS-LORE-FILENAME FROM ENVIRONMENT 'LOREFILE'.
           IF WS-LORE-FILENAME = SPACES
               MOVE 'itemlore.txt' TO WS-LORE-FILENAME
           END-IF.
           OPEN INPUT LORE-FILE.
           IF WS-LORE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LORE-EOF.
           PERFORM UNTIL WS-LORE-EOF = 'Y'
               READ LORE-FILE INTO WS-LORE
                   AT END
                       MOVE 'Y' TO WS-LORE-EOF
                   NOT AT END
                       IF LORE-ITEM-CODE OF WS-LORE = WS-TGT-ITEM
                           AND LORE-LINE-NO OF WS-LORE
                               = WS-HNDL-LINE-NO
                           MOVE LORE-TEXT OF WS-LORE
                               TO WS-HANDLING-TEXT
                           IF WS-HNDL-TAG = WS-HNDL-TAG-VALUE
                               AND WS-HNDL-RESTRICT = 'Y'
                               MOVE 'Y' TO WS-ITEM-RESTRICTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LORE-FILE.

           CANCEL-ONE-SO-LINE.
      * Only a line waiting for a pick may be cancelled - one on a
      * pick list is already in the picker's hands and is settled
      * by the ship confirmation first.
           DISPLAY 'ORDER NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ORDER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-ORDER) TO WS-TGT-ORDER.
           DISPLAY 'LINE NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-LINE-IN.
           IF FUNCTION TEST-NUMVAL (WS-TGT-LINE-IN) NOT = 0
               DISPLAY 'LINE NUMBER NOT NUMERIC: ' WS-TGT-LINE-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-LINE = FUNCTION NUMVAL (WS-TGT-LINE-IN).
           MOVE 0 TO WS-SORD-FOUND-IX.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               OR WS-SORD-FOUND-IX > 0
               IF WS-SORD-NUMBER (WS-SORD-SCAN) = WS-TGT-ORDER
                   AND WS-SORD-LINE (WS-SORD-SCAN) = WS-TGT-LINE
                   MOVE WS-SORD-SCAN TO WS-SORD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-SORD-FOUND-IX = 0
               DISPLAY 'ORDER LINE NOT FOUND: ' WS-TGT-ORDER '/'
                   WS-TGT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SORD-STATUS (WS-SORD-FOUND-IX) = 'K'
               DISPLAY 'LINE IS ON A PICK LIST - CONFIRM THE PICK '
                   'FIRST'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SORD-STATUS (WS-SORD-FOUND-IX) NOT = 'O'
               DISPLAY 'ORDER LINE IS NOT OPEN: ' WS-TGT-ORDER '/'
                   WS-TGT-LINE ' STATUS '
                   WS-SORD-STATUS (WS-SORD-FOUND-IX)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'REASON (REQUIRED): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-REASON.
           IF WS-TGT-REASON = SPACES
               DISPLAY 'A CANCEL NEEDS A REASON'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AUDIT-QTY =
               WS-SORD-ORDER-QTY (WS-SORD-FOUND-IX)
               - WS-SORD-SHIP-QTY (WS-SORD-FOUND-IX).
           PERFORM RELEASE-LINE-HOLD.
           MOVE 'X' TO WS-SORD-STATUS (WS-SORD-FOUND-IX).
           MOVE 'C' TO SAUD-ACTION.
           PERFORM WRITE-SO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'ORDER LINE CANCELLED: ' WS-TGT-ORDER '/'
               WS-TGT-LINE ' - ' WS-RELEASED-QTY ' RELEASED FROM HOLD'.

           RELEASE-LINE-HOLD.
      * The open remainder comes back off the customer's holds on
      * the item, newest first - the same hold the entry took.
           MOVE WS-AUDIT-QTY TO WS-RELEASE-LEFT.
           MOVE 0 TO WS-RELEASED-QTY.
           PERFORM VARYING WS-RSV-SCAN FROM WS-RSV-CNT BY -1
           UNTIL WS-RSV-SCAN < 1 OR WS-RELEASE-LEFT = 0
               IF WS-RSV-CODE (WS-RSV-SCAN)
                   = WS-SORD-CODE (WS-SORD-FOUND-IX)
                   AND WS-RSV-CUSTOMER (WS-RSV-SCAN)
                       = WS-SORD-CUSTOMER (WS-SORD-FOUND-IX)
                   PERFORM RELEASE-FROM-ONE-HOLD
               END-IF
           END-PERFORM.

           RELEASE-FROM-ONE-HOLD.
           IF WS-RSV-QTY (WS-RSV-SCAN) > WS-RELEASE-LEFT
               SUBTRACT WS-RELEASE-LEFT FROM WS-RSV-QTY (WS-RSV-SCAN)
               ADD WS-RELEASE-LEFT TO WS-RELEASED-QTY
               MOVE 0 TO WS-RELEASE-LEFT
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-RSV-QTY (WS-RSV-SCAN) FROM WS-RELEASE-LEFT.
           ADD WS-RSV-QTY (WS-RSV-SCAN) TO WS-RELEASED-QTY.
           PERFORM VARYING WS-FOUND-IX FROM WS-RSV-SCAN BY 1
           UNTIL WS-FOUND-IX >= WS-RSV-CNT
               MOVE WS-RSV-ROW (WS-FOUND-IX + 1)
                   TO WS-RSV-ROW (WS-FOUND-IX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RSV-CNT.

           WRITE-SO-AUDIT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO SAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO SAUD-RUN-TIME.
           MOVE WS-USER-ID TO SAUD-USER-ID.
           MOVE WS-SORD-NUMBER (WS-SORD-FOUND-IX) TO SAUD-ORDER-NO.
           MOVE WS-SORD-LINE (WS-SORD-FOUND-IX) TO SAUD-LINE-NO.
           MOVE WS-SORD-CUSTOMER (WS-SORD-FOUND-IX) TO SAUD-CUSTOMER.
           MOVE WS-SORD-CODE (WS-SORD-FOUND-IX) TO SAUD-ITEM-CODE.
           MOVE WS-AUDIT-QTY TO SAUD-QTY.
           MOVE WS-SORD-PRICE (WS-SORD-FOUND-IX) TO SAUD-UNIT-PRICE.
           MOVE WS-TGT-REASON TO SAUD-REASON.
           WRITE SO-AUDIT-REC.

           REWRITE-RESERVE-FILE.
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
               MOVE WS-RSV-CUSTOMER (WS-RSV-SCAN)
                   TO RSV-CUSTOMER OF RESERVE-REC
               MOVE WS-RSV-EXPIRY (WS-RSV-SCAN)
                   TO RSV-EXPIRY OF RESERVE-REC
               WRITE RESERVE-REC
           END-PERFORM.
           CLOSE RESERVE-FILE.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY PCLSRSLV.
           COPY PCLSLOAD.
           COPY RSVRSLV.
           COPY RSVLOAD.
           COPY SORDRSLV.
           COPY SORDLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-SALES-ORDERS.
