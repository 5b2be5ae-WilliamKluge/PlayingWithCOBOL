      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Maintain the purchase-order file - list, add, amend,
      *          cancel and close short the PO lines the reorder run
      *          and the buyers cut.  A line the vendor will never
      *          finish shipping is closed (S)hort, a line nothing
      *          came in against can be (X) cancelled, and neither is
      *          relieved by a receipt or netted against a reorder
      *          shortfall again (see PORDREC).  Same authorization
      *          and audit discipline as customer maintenance;
      *          raising a line's quantity or agreed price takes a
      *          supervisor.  The session holds the exclusive
      *          enqueue, since the posting run rewrites the same
      *          file under it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-PURCHASE-ORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The purchase orders we maintain - PORDERFILE env var,
      * defaults to purchaseorders.txt (see PORDRSLV)
           SELECT PORDER-FILE ASSIGN DYNAMIC WS-PORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORDER-STATUS.
      * The catalog, for the items a new line may order - ITEMFILE
      * env var as usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Who the vendors are - see VENDREC/VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * Append-only log of accepted PO changes - see PAUDREC
           SELECT PO-AUDIT-FILE ASSIGN DYNAMIC WS-PAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAUD-STATUS.
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
           FD PORDER-FILE.
           01 PORDER-FILE-REC.
               COPY PORDREC.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD PO-AUDIT-FILE.
           01 PO-AUDIT-REC.
               COPY PAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY PORDSTAT.
           COPY PORDNAME.
           COPY PORDWS.
           01 WS-PORD-FOUND-IX         PIC 9(4).
           01 WS-NEXT-PO-SEQ           PIC 9(6) VALUE 0.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
      * Item code to gold value and lifecycle, for what a new line
      * may order and the price it defaults to.
           01 WS-ICAT-CNT              PIC 9(4) VALUE 0.
           01 WS-ICAT-TABLE.
               03 WS-ICAT-ROW OCCURS 5000 TIMES.
                   05 WS-ICAT-CODE        PIC X(6).
                   05 WS-ICAT-VALUE       PIC 9(7)V99.
                   05 WS-ICAT-LIFECYCLE   PIC X(1).
           01 WS-ICAT-CAPACITY         PIC 9(4) VALUE 5000.
           01 WS-ICAT-SCAN             PIC 9(4).
           01 WS-ICAT-FOUND-IX         PIC 9(4).
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           01 WS-PAUD-FILENAME         PIC X(100).
           01 WS-PAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-PO-LISTED             PIC A(1).
      * The operator's keyed values - a blank answer on an amendment
      * keeps what is on file.
           01 WS-TGT-PO                PIC X(8).
           01 WS-TGT-FILTER            PIC X(8).
           01 WS-TGT-ITEM              PIC X(6).
           01 WS-TGT-VENDOR            PIC X(8).
           01 WS-TGT-QTY-IN            PIC X(6).
           01 WS-TGT-QTY               PIC 9(5).
           01 WS-TGT-PRICE-IN          PIC X(11).
           01 WS-TGT-PRICE             PIC 9(7)V99.
           01 WS-TGT-REASON            PIC X(20).
           01 WS-BEFORE-QTY            PIC 9(5).
           01 WS-BEFORE-PRICE          PIC 9(7)V99.
           01 WS-BEFORE-STATUS         PIC X(1).
           01 WS-OPEN-QTY              PIC 9(5).
           01 WS-PRICE-EDIT            PIC ZZZZZZ9.99.
           01 WS-STATUS-LABEL          PIC X(9).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-PURCHASE-ORDERS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN PURCHASE '
                   'ORDERS: ' WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-VENDOR-MASTER.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-PURCHASE-ORDERS.
      * Rewriting a truncated table would lose orders - refuse.
           IF WS-PORD-DROPPED > 0
               DISPLAY 'PURCHASE ORDERS NOT MAINTAINED - '
                   WS-PORD-DROPPED ' LINES WERE DROPPED ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-ITEM-VALUES.
           PERFORM FIND-HIGHEST-PO-SEQ.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-PO-AUDIT-FILENAME.
           PERFORM OPEN-PO-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-PO-ACTION
           END-PERFORM.
           CLOSE PO-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               PERFORM REWRITE-PURCHASE-ORDERS
               DISPLAY WS-PORD-CNT ' PO LINES WRITTEN TO '
                   FUNCTION TRIM (WS-PORDER-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - PURCHASE ORDERS UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-PO-AUDIT-FILENAME.
      * Dated like the catalog audit logs - POAUDITFILE overrides.
           ACCEPT WS-PAUD-FILENAME FROM ENVIRONMENT 'POAUDITFILE'.
           IF WS-PAUD-FILENAME = SPACES
               STRING
                   'poaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-PAUD-FILENAME
           END-IF.

           OPEN-PO-AUDIT.
           OPEN INPUT PO-AUDIT-FILE.
           IF WS-PAUD-STATUS = '35'
               OPEN OUTPUT PO-AUDIT-FILE
               CLOSE PO-AUDIT-FILE
           ELSE
               CLOSE PO-AUDIT-FILE
           END-IF.
           OPEN EXTEND PO-AUDIT-FILE.
           IF WS-PAUD-STATUS NOT = '00'
               DISPLAY 'PO AUDIT NOT OPENED - FILE STATUS '
                   WS-PAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-ITEM-VALUES.
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
                           MOVE ITEM-GOLD-VALUE OF WS-ITEM
                               TO WS-ICAT-VALUE (WS-ICAT-CNT)
                           MOVE ITEM-LIFECYCLE OF WS-ITEM
                               TO WS-ICAT-LIFECYCLE (WS-ICAT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM.

           FIND-HIGHEST-PO-SEQ.
      * The PO number is PO plus a six-digit sequence - continue
      * from the highest number already on the file, the same rule
      * the reorder run numbers its orders by.
           MOVE 0 TO WS-NEXT-PO-SEQ.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               IF WS-PORD-NUMBER (WS-PORD-SCAN) (3:6) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (WS-PORD-NUMBER (WS-PORD-SCAN) (3:6))
                       > WS-NEXT-PO-SEQ
                   COMPUTE WS-NEXT-PO-SEQ = FUNCTION NUMVAL
                       (WS-PORD-NUMBER (WS-PORD-SCAN) (3:6))
               END-IF
           END-PERFORM.

           TAKE-ONE-PO-ACTION.
           DISPLAY 'ACTION - L)IST A)DD M)END C)ANCEL S)HORT-CLOSE '
               'E)ND: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-PO-LINES
               WHEN 'A' WHEN 'a'
                   PERFORM ADD-ONE-PO-LINE
               WHEN 'M' WHEN 'm'
                   PERFORM AMEND-ONE-PO-LINE
               WHEN 'C' WHEN 'c'
                   PERFORM CANCEL-ONE-PO-LINE
               WHEN 'S' WHEN 's'
                   PERFORM SHORT-CLOSE-ONE-PO-LINE
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-PO-LINES.
      * A blank answer lists the open lines only - a PO number,
      * vendor or item code lists every line that carries it,
      * closed ones included.
           DISPLAY 'PO, VENDOR OR ITEM (BLANK FOR ALL OPEN): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-FILTER.
           MOVE 'N' TO WS-PO-LISTED.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               IF (WS-TGT-FILTER = SPACES
                   AND (WS-PORD-STATUS (WS-PORD-SCAN) = 'O'
                   OR WS-PORD-STATUS (WS-PORD-SCAN) = 'P'))
                   OR WS-PORD-NUMBER (WS-PORD-SCAN) = WS-TGT-FILTER
                   OR WS-PORD-VENDOR (WS-PORD-SCAN) = WS-TGT-FILTER
                   OR WS-PORD-CODE (WS-PORD-SCAN) = WS-TGT-FILTER
                   MOVE 'Y' TO WS-PO-LISTED
                   PERFORM SHOW-ONE-PO-LINE
               END-IF
           END-PERFORM.
           IF WS-PO-LISTED = 'N'
               DISPLAY 'NO PO LINES TO LIST'
           END-IF.

           SHOW-ONE-PO-LINE.
           EVALUATE WS-PORD-STATUS (WS-PORD-SCAN)
               WHEN 'O'
                   MOVE 'OPEN' TO WS-STATUS-LABEL
               WHEN 'P'
                   MOVE 'PARTIAL' TO WS-STATUS-LABEL
               WHEN 'C'
                   MOVE 'RECEIVED' TO WS-STATUS-LABEL
               WHEN 'S'
                   MOVE 'SHORT' TO WS-STATUS-LABEL
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-LABEL
           END-EVALUATE.
           MOVE WS-PORD-PRICE (WS-PORD-SCAN) TO WS-PRICE-EDIT.
           DISPLAY '  ' WS-PORD-NUMBER (WS-PORD-SCAN) ' '
               WS-PORD-CODE (WS-PORD-SCAN) ' '
               WS-PORD-VENDOR (WS-PORD-SCAN) ' ORDERED '
               WS-PORD-ORDER-QTY (WS-PORD-SCAN) ' RECEIVED '
               WS-PORD-RCVD-QTY (WS-PORD-SCAN) ' '
               WS-PORD-DATE (WS-PORD-SCAN) ' AT ' WS-PRICE-EDIT ' '
               WS-STATUS-LABEL.

           FIND-PO-LINE.
           MOVE 0 TO WS-PORD-FOUND-IX.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               OR WS-PORD-FOUND-IX > 0
               IF WS-PORD-NUMBER (WS-PORD-SCAN) = WS-TGT-PO
                   MOVE WS-PORD-SCAN TO WS-PORD-FOUND-IX
               END-IF
           END-PERFORM.

           FIND-ITEM-VALUE.
           MOVE 0 TO WS-ICAT-FOUND-IX.
           PERFORM VARYING WS-ICAT-SCAN FROM 1 BY 1
           UNTIL WS-ICAT-SCAN > WS-ICAT-CNT
               OR WS-ICAT-FOUND-IX > 0
               IF WS-ICAT-CODE (WS-ICAT-SCAN) = WS-TGT-ITEM
                   MOVE WS-ICAT-SCAN TO WS-ICAT-FOUND-IX
               END-IF
           END-PERFORM.

           ADD-ONE-PO-LINE.
           IF WS-PORD-CNT NOT < WS-PORD-CAPACITY
               DISPLAY 'PURCHASE ORDER FILE FULL - CANNOT ADD'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ITEM.
           MOVE FUNCTION UPPER-CASE (WS-TGT-ITEM) TO WS-TGT-ITEM.
           PERFORM FIND-ITEM-VALUE.
           IF WS-ICAT-FOUND-IX = 0
               DISPLAY 'ITEM NOT ON CATALOG: ' WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
      * Same rule as the posting run - a discontinued item takes no
      * receipts, so it takes no orders either.
           IF WS-ICAT-LIFECYCLE (WS-ICAT-FOUND-IX) = 'D'
               DISPLAY 'ITEM DISCONTINUED - NOT ORDERED: ' WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VENDOR: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-VENDOR.
           MOVE FUNCTION UPPER-CASE (WS-TGT-VENDOR) TO WS-TGT-VENDOR.
           MOVE WS-TGT-VENDOR TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           IF WS-VEND-ON-FILE = 'N'
               DISPLAY 'VENDOR NOT ON MASTER: ' WS-TGT-VENDOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-VEND-VALID = 'N'
               DISPLAY 'VENDOR INACTIVE: ' WS-TGT-VENDOR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ORDER QUANTITY: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-QTY-IN.
           IF FUNCTION TEST-NUMVAL (WS-TGT-QTY-IN) NOT = 0
               DISPLAY 'QUANTITY NOT NUMERIC: ' WS-TGT-QTY-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-QTY = FUNCTION NUMVAL (WS-TGT-QTY-IN).
           IF WS-TGT-QTY = 0
               DISPLAY 'AN ORDER NEEDS A QUANTITY'
               EXIT PARAGRAPH
           END-IF.
      * The agreed price defaults to the catalog gold value - the
      * same figure the reorder run quotes an order at.
           DISPLAY 'AGREED UNIT PRICE (BLANK FOR GOLD VALUE): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-PRICE-IN.
           MOVE WS-ICAT-VALUE (WS-ICAT-FOUND-IX) TO WS-TGT-PRICE.
           IF WS-TGT-PRICE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-TGT-PRICE-IN) NOT = 0
                   DISPLAY 'PRICE NOT NUMERIC: ' WS-TGT-PRICE-IN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TGT-PRICE =
                   FUNCTION NUMVAL (WS-TGT-PRICE-IN)
           END-IF.
           ADD 1 TO WS-NEXT-PO-SEQ.
           ADD 1 TO WS-PORD-CNT.
           MOVE SPACES TO WS-PORD-NUMBER (WS-PORD-CNT).
           STRING 'PO' WS-NEXT-PO-SEQ DELIMITED BY SIZE
               INTO WS-PORD-NUMBER (WS-PORD-CNT).
           MOVE WS-TGT-ITEM TO WS-PORD-CODE (WS-PORD-CNT).
           MOVE WS-TGT-VENDOR TO WS-PORD-VENDOR (WS-PORD-CNT).
           MOVE WS-TGT-QTY TO WS-PORD-ORDER-QTY (WS-PORD-CNT).
           MOVE 0 TO WS-PORD-RCVD-QTY (WS-PORD-CNT).
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WS-PORD-DATE (WS-PORD-CNT).
           MOVE 'O' TO WS-PORD-STATUS (WS-PORD-CNT).
           MOVE WS-TGT-PRICE TO WS-PORD-PRICE (WS-PORD-CNT).
           MOVE WS-PORD-CNT TO WS-PORD-FOUND-IX.
           MOVE 0 TO WS-BEFORE-QTY.
           MOVE 0 TO WS-BEFORE-PRICE.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE SPACES TO WS-TGT-REASON.
           MOVE 'A' TO PAUD-ACTION.
           PERFORM WRITE-PO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'PO LINE ADDED: ' WS-PORD-NUMBER (WS-PORD-CNT)
               ' - LEAD TIME ' WS-VEND-FOUND-LEAD ' DAYS'.

           AMEND-ONE-PO-LINE.
           PERFORM ASK-FOR-OPEN-PO-LINE.
           IF WS-PORD-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PORD-PRICE (WS-PORD-FOUND-IX) TO WS-PRICE-EDIT.
           DISPLAY 'ORDERED ' WS-BEFORE-QTY ' RECEIVED '
               WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX)
               ' AT ' WS-PRICE-EDIT.
           DISPLAY 'NEW ORDER QUANTITY (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-QTY-IN.
           DISPLAY 'NEW AGREED UNIT PRICE (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-PRICE-IN.
           MOVE WS-BEFORE-QTY TO WS-TGT-QTY.
           IF WS-TGT-QTY-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-TGT-QTY-IN) NOT = 0
                   DISPLAY 'QUANTITY NOT NUMERIC: ' WS-TGT-QTY-IN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TGT-QTY = FUNCTION NUMVAL (WS-TGT-QTY-IN)
           END-IF.
           MOVE WS-BEFORE-PRICE TO WS-TGT-PRICE.
           IF WS-TGT-PRICE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-TGT-PRICE-IN) NOT = 0
                   DISPLAY 'PRICE NOT NUMERIC: ' WS-TGT-PRICE-IN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TGT-PRICE =
                   FUNCTION NUMVAL (WS-TGT-PRICE-IN)
           END-IF.
      * An order can never be cut below what already came in - the
      * way to stop the rest is a short close, not an amendment.
           IF WS-TGT-QTY NOT > WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX)
               DISPLAY 'QUANTITY MUST EXCEED THE '
                   WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX)
                   ' ALREADY RECEIVED - USE S)HORT-CLOSE OR C)ANCEL'
               EXIT PARAGRAPH
           END-IF.
      * More money committed is a supervisor's call - a clerk may
      * cut a line or its price but never raise either.
           IF (WS-TGT-QTY > WS-BEFORE-QTY
               OR WS-TGT-PRICE > WS-BEFORE-PRICE)
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'RAISING A PO QUANTITY OR PRICE NEEDS A '
                   'SUPERVISOR'
               MOVE 'PO COMMITMENT RAISE REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-QTY = WS-BEFORE-QTY
               AND WS-TGT-PRICE = WS-BEFORE-PRICE
               DISPLAY 'NOTHING CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-QTY TO WS-PORD-ORDER-QTY (WS-PORD-FOUND-IX).
           MOVE WS-TGT-PRICE TO WS-PORD-PRICE (WS-PORD-FOUND-IX).
           MOVE SPACES TO WS-TGT-REASON.
           MOVE 'M' TO PAUD-ACTION.
           PERFORM WRITE-PO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.

           CANCEL-ONE-PO-LINE.
           PERFORM ASK-FOR-OPEN-PO-LINE.
           IF WS-PORD-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
      * Once goods have come in against a line it can only be closed
      * short - a cancel would disown stock already on the shelf and
      * leave the invoice match nothing to hold the bill to.
           IF WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX) > 0
               DISPLAY 'LINE ALREADY PART RECEIVED - USE '
                   'S)HORT-CLOSE'
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-CLOSE-REASON.
           IF WS-TGT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'X' TO WS-PORD-STATUS (WS-PORD-FOUND-IX).
           MOVE 'C' TO PAUD-ACTION.
           PERFORM WRITE-PO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'PO LINE CANCELLED: ' WS-TGT-PO.

           SHORT-CLOSE-ONE-PO-LINE.
           PERFORM ASK-FOR-OPEN-PO-LINE.
           IF WS-PORD-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX) = 0
               DISPLAY 'NOTHING RECEIVED ON THIS LINE - USE C)ANCEL'
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-CLOSE-REASON.
           IF WS-TGT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OPEN-QTY =
               WS-PORD-ORDER-QTY (WS-PORD-FOUND-IX)
               - WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX).
           MOVE 'S' TO WS-PORD-STATUS (WS-PORD-FOUND-IX).
           MOVE 'S' TO PAUD-ACTION.
           PERFORM WRITE-PO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'PO LINE CLOSED SHORT: ' WS-TGT-PO ' - '
               WS-OPEN-QTY ' WILL NOT SHIP'.

           ASK-FOR-OPEN-PO-LINE.
      * Only open and partly received lines may be touched - a line
      * received in full, closed short or cancelled is history.
           DISPLAY 'PO NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-PO.
           MOVE FUNCTION UPPER-CASE (WS-TGT-PO) TO WS-TGT-PO.
           PERFORM FIND-PO-LINE.
           IF WS-PORD-FOUND-IX = 0
               DISPLAY 'PO LINE NOT FOUND: ' WS-TGT-PO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PORD-STATUS (WS-PORD-FOUND-IX) NOT = 'O'
               AND WS-PORD-STATUS (WS-PORD-FOUND-IX) NOT = 'P'
               DISPLAY 'PO LINE IS NOT OPEN: ' WS-TGT-PO
                   ' STATUS ' WS-PORD-STATUS (WS-PORD-FOUND-IX)
               MOVE 0 TO WS-PORD-FOUND-IX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PORD-ORDER-QTY (WS-PORD-FOUND-IX) TO WS-BEFORE-QTY.
           MOVE WS-PORD-PRICE (WS-PORD-FOUND-IX) TO WS-BEFORE-PRICE.
           MOVE WS-PORD-STATUS (WS-PORD-FOUND-IX) TO WS-BEFORE-STATUS.

           ASK-CLOSE-REASON.
           DISPLAY 'REASON (REQUIRED): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-REASON.
           IF WS-TGT-REASON = SPACES
               DISPLAY 'A CANCEL OR SHORT CLOSE NEEDS A REASON'
           END-IF.

           WRITE-PO-AUDIT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO PAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO PAUD-RUN-TIME.
           MOVE WS-USER-ID TO PAUD-USER-ID.
           MOVE WS-PORD-NUMBER (WS-PORD-FOUND-IX) TO PAUD-PO-NUMBER.
           MOVE WS-PORD-CODE (WS-PORD-FOUND-IX) TO PAUD-ITEM-CODE.
           MOVE WS-PORD-VENDOR (WS-PORD-FOUND-IX) TO PAUD-VENDOR.
           MOVE WS-BEFORE-QTY TO PAUD-BEFORE-QTY.
           MOVE WS-PORD-ORDER-QTY (WS-PORD-FOUND-IX)
               TO PAUD-AFTER-QTY.
           MOVE WS-PORD-RCVD-QTY (WS-PORD-FOUND-IX)
               TO PAUD-RECEIVED-QTY.
           MOVE WS-BEFORE-PRICE TO PAUD-BEFORE-PRICE.
           MOVE WS-PORD-PRICE (WS-PORD-FOUND-IX) TO PAUD-AFTER-PRICE.
           MOVE WS-BEFORE-STATUS TO PAUD-BEFORE-STATUS.
           MOVE WS-PORD-STATUS (WS-PORD-FOUND-IX)
               TO PAUD-AFTER-STATUS.
           MOVE WS-TGT-REASON TO PAUD-REASON.
           WRITE PO-AUDIT-REC.

           REWRITE-PURCHASE-ORDERS.
           OPEN OUTPUT PORDER-FILE.
           IF WS-PORDER-STATUS NOT = '00'
               DISPLAY 'PURCHASE ORDER FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-PORDER-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               MOVE WS-PORD-NUMBER (WS-PORD-SCAN)
                   TO PORD-PO-NUMBER OF PORDER-FILE-REC
               MOVE WS-PORD-CODE (WS-PORD-SCAN)
                   TO PORD-ITEM-CODE OF PORDER-FILE-REC
               MOVE WS-PORD-VENDOR (WS-PORD-SCAN)
                   TO PORD-VENDOR OF PORDER-FILE-REC
               MOVE WS-PORD-ORDER-QTY (WS-PORD-SCAN)
                   TO PORD-ORDER-QTY OF PORDER-FILE-REC
               MOVE WS-PORD-RCVD-QTY (WS-PORD-SCAN)
                   TO PORD-RECEIVED-QTY OF PORDER-FILE-REC
               MOVE WS-PORD-DATE (WS-PORD-SCAN)
                   TO PORD-ORDER-DATE OF PORDER-FILE-REC
               MOVE WS-PORD-STATUS (WS-PORD-SCAN)
                   TO PORD-STATUS OF PORDER-FILE-REC
               MOVE WS-PORD-PRICE (WS-PORD-SCAN)
                   TO PORD-UNIT-PRICE OF PORDER-FILE-REC
               WRITE PORDER-FILE-REC
           END-PERFORM.
           CLOSE PORDER-FILE.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY PORDRSLV.
           COPY PORDLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-PURCHASE-ORDERS.
