      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Service work orders for EPIC units sent out to an
      *          enchanter for recharge or repair.  Opening an order
      *          records the servicing vendor, the promised return
      *          date and the quoted charge, and puts the serial
      *          (O)ut for service on the register, so it is neither
      *          held nor lost while it is away.  Closing it captures
      *          the actual charge and brings the serial back - into
      *          stock at the location it left from for a shop-owned
      *          unit, whose charge is added to the item's weighted-
      *          average cost, or back to the customer for a
      *          customer-owned one.  Same authorization and audit
      *          discipline as sales-order entry; the session holds
      *          the exclusive enqueue, since the posting run
      *          rewrites the serial register and the costing ledger
      *          under it (see WORDREC/SERREC/COSTREC).
      * Tectonics: cobc
      * Modified: 2026-10-15 - a serial out on hire to a renter may not
      *           be opened on a work order (see RENTREC).
      * Modified: 2026-10-15 - the item table is loaded from the indexed
      *           master, so a capitalized charge is spread over the
      *           quantity actually on hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-WORK-ORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The work orders we maintain - WORDERFILE env var, defaults
      * to workorders.txt (see WORDRSLV)
           SELECT WORDER-FILE ASSIGN DYNAMIC WS-WORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORDER-STATUS.
      * Serial-number register the units go out and come back on -
      * see SERREC/SERLOAD
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * The catalog, for the item's category and the quantity the
      * charge is spread over - from the indexed master, as
      * magicitems.txt lags the keyed postings until regenerated
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Who owns a customer's unit - see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * Who the enchanters are - see VENDREC/VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * The weighted-average costing ledger a shop unit's charge is
      * added to - see COSTREC/COSTLOAD
           SELECT COST-FILE ASSIGN DYNAMIC WS-COST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-STATUS.
      * Append-only log of accepted opens and closes - see WAUDREC
           SELECT WO-AUDIT-FILE ASSIGN DYNAMIC WS-WAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAUD-STATUS.
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
           FD WORDER-FILE.
           01 WORDER-FILE-REC.
               COPY WORDREC.
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
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
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD COST-FILE.
           01 COST-FILE-REC.
               COPY COSTREC.
           FD WO-AUDIT-FILE.
           01 WO-AUDIT-REC.
               COPY WAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY WORDSTAT.
           COPY WORDNAME.
           COPY WORDWS.
           01 WS-WORD-FOUND-IX         PIC 9(4).
           01 WS-NEXT-WO-SEQ           PIC 9(6) VALUE 0.
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
           01 WS-IDX-STATUS            PIC X(2).
      * The catalog rows a unit may be serviced under.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-FOUND-IX              PIC 9(4).
           COPY CUSTNAME.
           COPY CUSTSTAT.
           COPY CUSTWS.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           COPY COSTSTAT.
           COPY COSTNAME.
           COPY COSTWS.
           01 WS-COST-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-WAUD-FILENAME         PIC X(100).
           01 WS-WAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-WO-LISTED             PIC A(1).
      * The operator's keyed values.
           01 WS-TGT-ORDER             PIC X(8).
           01 WS-TGT-FILTER            PIC X(12).
           01 WS-TGT-ITEM              PIC X(6).
           01 WS-TGT-SERIAL            PIC X(12).
           01 WS-TGT-OWNER             PIC X(1).
           01 WS-TGT-CUSTOMER          PIC X(10).
           01 WS-TGT-VENDOR            PIC X(8).
           01 WS-TGT-TYPE              PIC X(1).
           01 WS-TGT-PROMISED          PIC X(10).
           01 WS-TGT-CHARGE-IN         PIC X(12).
           01 WS-TGT-CHARGE            PIC 9(7)V99.
           01 WS-TGT-PRIOR             PIC X(1).
      * Promised-date check - MM/DD/YYYY turned into a day number so
      * a date already gone by can be refused.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
      * Folding a shop unit's charge into the average - the charge
      * is spread over every unit of the item on hand, the way a
      * receipt's cost is weighted in.
           01 WS-COST-BASIS-QTY        PIC 9(7).
           01 WS-PRIOR-AVG-COST        PIC 9(7)V99.
           01 WS-NEW-AVG-COST          PIC 9(7)V99.
           01 WS-CHARGE-EDIT           PIC ZZZZZZ9.99.
           01 WS-QUOTE-EDIT            PIC ZZZZZZ9.99.
           01 WS-AVG-EDIT              PIC ZZZZZZ9.99.
           01 WS-STATUS-LABEL          PIC X(10).
           01 WS-OWNER-LABEL           PIC X(10).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-WORK-ORDERS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN WORK '
                   'ORDERS: ' WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM LOAD-COST-LEDGER.
      * Rewriting a truncated table would lose orders, serials or
      * costs - refuse.
           IF WS-WORD-DROPPED > 0 OR WS-SER-DROPPED > 0
               OR WS-COST-DROPPED > 0
               DISPLAY 'WORK ORDERS NOT MAINTAINED - ROWS WERE '
                   'DROPPED ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-SERVICEABLE-ITEMS.
           PERFORM FIND-HIGHEST-WO-SEQ.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM RESOLVE-WO-AUDIT-FILENAME.
           PERFORM OPEN-WO-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-WO-ACTION
           END-PERFORM.
           CLOSE WO-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               PERFORM REWRITE-WORK-ORDERS
               PERFORM REWRITE-SERIAL-REGISTER
               PERFORM REWRITE-COST-LEDGER
               DISPLAY WS-WORD-CNT ' WORK ORDERS WRITTEN TO '
                   FUNCTION TRIM (WS-WORDER-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - WORK ORDERS UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-WO-AUDIT-FILENAME.
      * Dated like the catalog audit logs - WOAUDITFILE overrides.
           ACCEPT WS-WAUD-FILENAME FROM ENVIRONMENT 'WOAUDITFILE'.
           IF WS-WAUD-FILENAME = SPACES
               STRING
                   'woaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-WAUD-FILENAME
           END-IF.

           OPEN-WO-AUDIT.
           OPEN INPUT WO-AUDIT-FILE.
           IF WS-WAUD-STATUS = '35'
               OPEN OUTPUT WO-AUDIT-FILE
               CLOSE WO-AUDIT-FILE
           ELSE
               CLOSE WO-AUDIT-FILE
           END-IF.
           OPEN EXTEND WO-AUDIT-FILE.
           IF WS-WAUD-STATUS NOT = '00'
               DISPLAY 'WORK ORDER AUDIT NOT OPENED - FILE STATUS '
                   WS-WAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-SERVICEABLE-ITEMS.
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

           FIND-HIGHEST-WO-SEQ.
      * The order number is WO plus a six-digit sequence - continue
      * from the highest number already on the file, the same rule
      * sales orders are numbered by.
           MOVE 0 TO WS-NEXT-WO-SEQ.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               IF WS-WORD-NUMBER (WS-WORD-SCAN) (3:6) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (WS-WORD-NUMBER (WS-WORD-SCAN) (3:6))
                       > WS-NEXT-WO-SEQ
                   COMPUTE WS-NEXT-WO-SEQ = FUNCTION NUMVAL
                       (WS-WORD-NUMBER (WS-WORD-SCAN) (3:6))
               END-IF
           END-PERFORM.

           TAKE-ONE-WO-ACTION.
           DISPLAY 'ACTION - L)IST O)PEN C)LOSE E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-WORK-ORDERS
               WHEN 'O' WHEN 'o'
                   PERFORM OPEN-ONE-WORK-ORDER
               WHEN 'C' WHEN 'c'
                   PERFORM CLOSE-ONE-WORK-ORDER
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-WORK-ORDERS.
      * A blank answer lists the open orders only - an order number,
      * item, serial, vendor or customer lists every order that
      * carries it, closed ones included.
           DISPLAY 'ORDER, ITEM, SERIAL, VENDOR OR CUSTOMER '
               '(BLANK FOR ALL OPEN): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-FILTER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-FILTER) TO WS-TGT-FILTER.
           MOVE 'N' TO WS-WO-LISTED.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               IF (WS-TGT-FILTER = SPACES
                   AND WS-WORD-STATUS (WS-WORD-SCAN) = 'O')
                   OR WS-WORD-NUMBER (WS-WORD-SCAN) = WS-TGT-FILTER
                   OR WS-WORD-CODE (WS-WORD-SCAN) = WS-TGT-FILTER
                   OR WS-WORD-SERIAL (WS-WORD-SCAN) = WS-TGT-FILTER
                   OR WS-WORD-VENDOR (WS-WORD-SCAN) = WS-TGT-FILTER
                   OR (WS-WORD-CUSTOMER (WS-WORD-SCAN) NOT = SPACES
                   AND WS-WORD-CUSTOMER (WS-WORD-SCAN)
                       = WS-TGT-FILTER)
                   MOVE 'Y' TO WS-WO-LISTED
                   PERFORM SHOW-ONE-WORK-ORDER
               END-IF
           END-PERFORM.
           IF WS-WO-LISTED = 'N'
               DISPLAY 'NO WORK ORDERS TO LIST'
           END-IF.

           SHOW-ONE-WORK-ORDER.
           IF WS-WORD-STATUS (WS-WORD-SCAN) = 'O'
               MOVE 'OUT' TO WS-STATUS-LABEL
           ELSE
               MOVE 'CLOSED' TO WS-STATUS-LABEL
           END-IF.
           IF WS-WORD-OWNER (WS-WORD-SCAN) = 'C'
               MOVE WS-WORD-CUSTOMER (WS-WORD-SCAN) TO WS-OWNER-LABEL
           ELSE
               MOVE 'SHOP' TO WS-OWNER-LABEL
           END-IF.
           MOVE WS-WORD-QUOTED (WS-WORD-SCAN) TO WS-QUOTE-EDIT.
           DISPLAY '  ' WS-WORD-NUMBER (WS-WORD-SCAN) ' '
               WS-WORD-CODE (WS-WORD-SCAN) ' '
               WS-WORD-SERIAL (WS-WORD-SCAN) ' '
               WS-WORD-TYPE (WS-WORD-SCAN) ' '
               WS-OWNER-LABEL ' '
               WS-WORD-VENDOR (WS-WORD-SCAN) ' OUT '
               WS-WORD-OPEN-DATE (WS-WORD-SCAN) ' DUE '
               WS-WORD-PROMISED (WS-WORD-SCAN) ' QUOTED '
               WS-QUOTE-EDIT ' ' WS-STATUS-LABEL.
           IF WS-WORD-STATUS (WS-WORD-SCAN) = 'C'
               MOVE WS-WORD-ACTUAL (WS-WORD-SCAN) TO WS-CHARGE-EDIT
               DISPLAY '           BACK '
                   WS-WORD-CLOSE-DATE (WS-WORD-SCAN) ' CHARGED '
                   WS-CHARGE-EDIT
           END-IF.

           OPEN-ONE-WORK-ORDER.
      * Only an EPIC unit carries a serial the register can mark
      * out - anything else goes out on an ordinary issue.
           DISPLAY 'ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ITEM.
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
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) NOT = '-EPIC'
               DISPLAY 'WORK ORDERS ARE FOR SERIALIZED EPIC ITEMS '
                   'ONLY: ' WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SERIAL: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-SERIAL.
           MOVE FUNCTION UPPER-CASE (WS-TGT-SERIAL) TO WS-TGT-SERIAL.
           IF WS-TGT-SERIAL = SPACES
               DISPLAY 'A WORK ORDER NEEDS A SERIAL'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'OWNER - S)HOP OR C)USTOMER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-OWNER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-OWNER) TO WS-TGT-OWNER.
           IF WS-TGT-OWNER NOT = 'S' AND WS-TGT-OWNER NOT = 'C'
               DISPLAY 'OWNER MUST BE S OR C: ' WS-TGT-OWNER
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SERIAL-GOING-OUT.
           IF WS-TGT-SERIAL = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SERVICING VENDOR: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-VENDOR.
           MOVE FUNCTION UPPER-CASE (WS-TGT-VENDOR) TO WS-TGT-VENDOR.
           MOVE WS-TGT-VENDOR TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           IF WS-VEND-VALID = 'N'
               DISPLAY 'VENDOR NOT ON MASTER OR INACTIVE: '
                   WS-TGT-VENDOR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'WORK - E)NCHANTMENT RECHARGE OR R)EPAIR: '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-TGT-TYPE) TO WS-TGT-TYPE.
           IF WS-TGT-TYPE NOT = 'E' AND WS-TGT-TYPE NOT = 'R'
               DISPLAY 'WORK TYPE MUST BE E OR R: ' WS-TGT-TYPE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PROMISED BACK (MM/DD/YYYY): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-PROMISED.
           MOVE WS-TGT-PROMISED TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'PROMISED DATE NOT A DATE: ' WS-TGT-PROMISED
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT < WS-TODAY-INT
               DISPLAY 'PROMISED DATE ALREADY PAST: ' WS-TGT-PROMISED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'QUOTED CHARGE: ' WITH NO ADVANCING.
           PERFORM ACCEPT-CHARGE.
           IF WS-TGT-CHARGE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD-CNT NOT < WS-WORD-CAPACITY
               DISPLAY 'WORK ORDER FILE FULL - ORDER NOT OPENED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-FOUND = 'N'
               AND WS-SER-CNT NOT < WS-SER-CAPACITY
               DISPLAY 'SERIAL REGISTER FULL - ORDER NOT OPENED'
               EXIT PARAGRAPH
           END-IF.
      * A customer's unit we never held joins the register here, so
      * it is accounted for while it is in our care; everything
      * else already has its row.
           IF WS-SER-FOUND = 'N'
               ADD 1 TO WS-SER-CNT
               MOVE WS-SER-CNT TO WS-SER-FOUND-IX
               MOVE WS-TGT-ITEM TO WS-SER-CODE (WS-SER-CNT)
               MOVE WS-TGT-SERIAL TO WS-SER-SERIAL (WS-SER-CNT)
               MOVE SPACES TO WS-SER-LOCATION (WS-SER-CNT)
               MOVE SPACE TO WS-TGT-PRIOR
           ELSE
               MOVE WS-SER-STATUS (WS-SER-FOUND-IX) TO WS-TGT-PRIOR
           END-IF.
           MOVE 'O' TO WS-SER-STATUS (WS-SER-FOUND-IX).
           MOVE 'Y' TO WS-SER-CHANGED.
           ADD 1 TO WS-NEXT-WO-SEQ.
           ADD 1 TO WS-WORD-CNT.
           MOVE SPACES TO WS-WORD-NUMBER (WS-WORD-CNT).
           STRING 'WO' WS-NEXT-WO-SEQ DELIMITED BY SIZE
               INTO WS-WORD-NUMBER (WS-WORD-CNT).
           MOVE WS-TGT-ITEM TO WS-WORD-CODE (WS-WORD-CNT).
           MOVE WS-TGT-SERIAL TO WS-WORD-SERIAL (WS-WORD-CNT).
           MOVE WS-TGT-VENDOR TO WS-WORD-VENDOR (WS-WORD-CNT).
           MOVE WS-TGT-TYPE TO WS-WORD-TYPE (WS-WORD-CNT).
           MOVE WS-TGT-OWNER TO WS-WORD-OWNER (WS-WORD-CNT).
           MOVE WS-TGT-CUSTOMER TO WS-WORD-CUSTOMER (WS-WORD-CNT).
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WS-WORD-OPEN-DATE (WS-WORD-CNT).
           MOVE WS-TGT-PROMISED TO WS-WORD-PROMISED (WS-WORD-CNT).
           MOVE WS-TGT-CHARGE TO WS-WORD-QUOTED (WS-WORD-CNT).
           MOVE 0 TO WS-WORD-ACTUAL (WS-WORD-CNT).
           MOVE SPACES TO WS-WORD-CLOSE-DATE (WS-WORD-CNT).
           MOVE 'O' TO WS-WORD-STATUS (WS-WORD-CNT).
           MOVE WS-TGT-PRIOR TO WS-WORD-PRIOR (WS-WORD-CNT).
           MOVE WS-WORD-CNT TO WS-WORD-FOUND-IX.
           MOVE 'O' TO WAUD-ACTION.
           PERFORM WRITE-WO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'WORK ORDER ' WS-WORD-NUMBER (WS-WORD-CNT)
               ' OPENED - ' WS-TGT-ITEM ' ' WS-TGT-SERIAL
               ' OUT FOR SERVICE WITH ' WS-TGT-VENDOR.

           CHECK-SERIAL-GOING-OUT.
      * A shop unit must be one the register holds - issued, sold or
      * already out, it is not ours to send.  A customer's unit is
      * either one we sold them (issued on the register) or one we
      * never had; a unit we still hold is shop stock, whatever the
      * counter was told.  Comes back with WS-TGT-SERIAL blanked
      * when the order may not open.
           MOVE SPACES TO WS-TGT-CUSTOMER.
           MOVE WS-TGT-ITEM TO WS-CHK-SER-CODE.
           MOVE WS-TGT-SERIAL TO WS-CHK-SER-SERIAL.
           PERFORM FIND-SERIAL.
           IF WS-SER-FOUND = 'Y'
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'O'
               DISPLAY 'SERIAL ALREADY OUT FOR SERVICE: '
                   WS-TGT-SERIAL
               MOVE SPACES TO WS-TGT-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-FOUND = 'Y'
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'R'
               DISPLAY 'SERIAL OUT ON HIRE: ' WS-TGT-SERIAL
               MOVE SPACES TO WS-TGT-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-OWNER = 'S'
               IF WS-SER-FOUND = 'N'
                   DISPLAY 'SERIAL NOT ON REGISTER: ' WS-TGT-SERIAL
                   MOVE SPACES TO WS-TGT-SERIAL
               ELSE
               IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
                   DISPLAY 'SERIAL NOT ON HAND: ' WS-TGT-SERIAL
                   MOVE SPACES TO WS-TGT-SERIAL
               END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-FOUND = 'Y'
               AND WS-SER-STATUS (WS-SER-FOUND-IX) = 'H'
               DISPLAY 'SERIAL IS SHOP STOCK - OPEN IT AS OWNER S: '
                   WS-TGT-SERIAL
               MOVE SPACES TO WS-TGT-SERIAL
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'OWNING CUSTOMER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CUSTOMER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-CUSTOMER)
               TO WS-TGT-CUSTOMER.
           MOVE WS-TGT-CUSTOMER TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-TGT-CUSTOMER
               MOVE SPACES TO WS-TGT-SERIAL
           END-IF.

           ACCEPT-CHARGE.
      * Leaves WS-TGT-CHARGE set, or WS-TGT-CHARGE-IN blanked when
      * the keyed amount is no amount.
           ACCEPT WS-TGT-CHARGE-IN.
           IF WS-TGT-CHARGE-IN = SPACES
               DISPLAY 'A CHARGE IS REQUIRED - KEY 0 FOR NO CHARGE'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-TGT-CHARGE-IN) NOT = 0
               DISPLAY 'CHARGE NOT NUMERIC: ' WS-TGT-CHARGE-IN
               MOVE SPACES TO WS-TGT-CHARGE-IN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-TGT-CHARGE-IN) < 0
               OR FUNCTION NUMVAL (WS-TGT-CHARGE-IN) > 9999999.99
               DISPLAY 'CHARGE OUT OF RANGE: ' WS-TGT-CHARGE-IN
               MOVE SPACES TO WS-TGT-CHARGE-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-CHARGE = FUNCTION NUMVAL (WS-TGT-CHARGE-IN).

           CONVERT-DATE-IN.
           MOVE 'N' TO WS-DATE-OK.
           MOVE 0 TO WS-DATE-INT.
           IF WS-DATE-IN (3:1) NOT = '/' OR WS-DATE-IN (6:1) NOT = '/'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-DATE-IN (7:4) WS-DATE-IN (1:2) WS-DATE-IN (4:2)
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           IF WS-DATE-KEY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           IF WS-DATE-NUM < 16010101
               OR WS-DATE-KEY (5:2) < '01' OR WS-DATE-KEY (5:2) > '12'
               OR WS-DATE-KEY (7:2) < '01' OR WS-DATE-KEY (7:2) > '31'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-DATE-INT > 0
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

           CLOSE-ONE-WORK-ORDER.
           DISPLAY 'WORK ORDER NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ORDER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-ORDER) TO WS-TGT-ORDER.
           MOVE 0 TO WS-WORD-FOUND-IX.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               OR WS-WORD-FOUND-IX > 0
               IF WS-WORD-NUMBER (WS-WORD-SCAN) = WS-TGT-ORDER
                   MOVE WS-WORD-SCAN TO WS-WORD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-WORD-FOUND-IX = 0
               DISPLAY 'WORK ORDER NOT FOUND: ' WS-TGT-ORDER
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD-STATUS (WS-WORD-FOUND-IX) NOT = 'O'
               DISPLAY 'WORK ORDER ALREADY CLOSED: ' WS-TGT-ORDER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORD-CODE (WS-WORD-FOUND-IX) TO WS-CHK-SER-CODE.
           MOVE WS-WORD-SERIAL (WS-WORD-FOUND-IX) TO WS-CHK-SER-SERIAL.
           PERFORM FIND-SERIAL.
           IF WS-SER-FOUND = 'N'
               OR WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'O'
               DISPLAY 'SERIAL NOT OUT FOR SERVICE ON THE REGISTER: '
                   WS-WORD-SERIAL (WS-WORD-FOUND-IX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORD-QUOTED (WS-WORD-FOUND-IX) TO WS-QUOTE-EDIT.
           DISPLAY 'QUOTED ' WS-QUOTE-EDIT ' - ACTUAL CHARGE: '
               WITH NO ADVANCING.
           PERFORM ACCEPT-CHARGE.
           IF WS-TGT-CHARGE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
      * A shop unit goes back into stock where it left from; a
      * customer's goes back to the customer.
           IF WS-WORD-OWNER (WS-WORD-FOUND-IX) = 'S'
               PERFORM CAPITALIZE-SERVICE-CHARGE
               MOVE 'H' TO WS-SER-STATUS (WS-SER-FOUND-IX)
           ELSE
               MOVE 'I' TO WS-SER-STATUS (WS-SER-FOUND-IX)
           END-IF.
           MOVE 'Y' TO WS-SER-CHANGED.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-TGT-CHARGE TO WS-WORD-ACTUAL (WS-WORD-FOUND-IX).
           MOVE WS-RUN-DATE-DISP
               TO WS-WORD-CLOSE-DATE (WS-WORD-FOUND-IX).
           MOVE 'C' TO WS-WORD-STATUS (WS-WORD-FOUND-IX).
           MOVE 'C' TO WAUD-ACTION.
           PERFORM WRITE-WO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           IF WS-WORD-OWNER (WS-WORD-FOUND-IX) = 'S'
               DISPLAY 'WORK ORDER ' WS-TGT-ORDER ' CLOSED - '
                   WS-WORD-SERIAL (WS-WORD-FOUND-IX)
                   ' BACK IN STOCK AT '
                   WS-SER-LOCATION (WS-SER-FOUND-IX)
           ELSE
               DISPLAY 'WORK ORDER ' WS-TGT-ORDER ' CLOSED - '
                   WS-WORD-SERIAL (WS-WORD-FOUND-IX)
                   ' RETURNED TO '
                   WS-WORD-CUSTOMER (WS-WORD-FOUND-IX)
           END-IF.

           CAPITALIZE-SERVICE-CHARGE.
      * The charge is part of what the unit cost us - weighted into
      * the item's running average over the units on hand, the
      * serviced one among them.  An item with no cost history
      * starts from its catalog value, the same basis rule the
      * posting run applies to a receipt.
           IF WS-TGT-CHARGE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX)
                   = WS-WORD-CODE (WS-WORD-FOUND-IX)
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.
           MOVE 1 TO WS-COST-BASIS-QTY.
           MOVE 0 TO WS-PRIOR-AVG-COST.
           IF WS-FOUND-IX > 0
               IF WS-ITEM-QTY-ON-HAND (WS-FOUND-IX) > 0
                   MOVE WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                       TO WS-COST-BASIS-QTY
               END-IF
               MOVE WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
                   TO WS-PRIOR-AVG-COST
           END-IF.
           MOVE WS-WORD-CODE (WS-WORD-FOUND-IX) TO WS-CHK-COST-CODE.
           PERFORM FIND-ITEM-AVG-COST.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-FOUND-AVG-COST TO WS-PRIOR-AVG-COST
           END-IF.
           COMPUTE WS-NEW-AVG-COST ROUNDED =
               (WS-COST-BASIS-QTY * WS-PRIOR-AVG-COST
               + WS-TGT-CHARGE)
               / WS-COST-BASIS-QTY.
           IF WS-COST-FOUND = 'Y'
               MOVE WS-NEW-AVG-COST
                   TO WS-COST-AVG (WS-COST-FOUND-IX)
               MOVE WS-RUN-DATE-DISP
                   TO WS-COST-DATE (WS-COST-FOUND-IX)
               MOVE 'Y' TO WS-COST-CHANGED
           ELSE
               IF WS-COST-CNT < WS-COST-CAPACITY
                   ADD 1 TO WS-COST-CNT
                   MOVE WS-WORD-CODE (WS-WORD-FOUND-IX)
                       TO WS-COST-CODE (WS-COST-CNT)
                   MOVE WS-NEW-AVG-COST TO WS-COST-AVG (WS-COST-CNT)
                   MOVE WS-RUN-DATE-DISP
                       TO WS-COST-DATE (WS-COST-CNT)
                   MOVE 'Y' TO WS-COST-CHANGED
               ELSE
                   DISPLAY 'COSTING LEDGER FULL - COST NOT RECORDED: '
                       WS-WORD-CODE (WS-WORD-FOUND-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-NEW-AVG-COST TO WS-AVG-EDIT.
           DISPLAY 'AVERAGE COST OF ' WS-WORD-CODE (WS-WORD-FOUND-IX)
               ' NOW ' WS-AVG-EDIT.

           WRITE-WO-AUDIT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO WAUD-RUN-TIME.
           MOVE WS-USER-ID TO WAUD-USER-ID.
           MOVE WS-WORD-NUMBER (WS-WORD-FOUND-IX) TO WAUD-ORDER-NO.
           MOVE WS-WORD-CODE (WS-WORD-FOUND-IX) TO WAUD-ITEM-CODE.
           MOVE WS-WORD-SERIAL (WS-WORD-FOUND-IX) TO WAUD-SERIAL.
           MOVE WS-WORD-VENDOR (WS-WORD-FOUND-IX) TO WAUD-VENDOR.
           MOVE WS-WORD-OWNER (WS-WORD-FOUND-IX) TO WAUD-OWNER.
           MOVE WS-TGT-CHARGE TO WAUD-CHARGE.
           WRITE WO-AUDIT-REC.

           REWRITE-COST-LEDGER.
           IF WS-COST-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COST-FILE.
           IF WS-COST-STATUS NOT = '00'
               DISPLAY 'COSTING LEDGER NOT REWRITTEN - FILE STATUS '
                   WS-COST-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-COST-SCAN FROM 1 BY 1
           UNTIL WS-COST-SCAN > WS-COST-CNT
               MOVE WS-COST-CODE (WS-COST-SCAN)
                   TO COST-ITEM-CODE OF COST-FILE-REC
               MOVE WS-COST-AVG (WS-COST-SCAN)
                   TO COST-AVG-VALUE OF COST-FILE-REC
               MOVE WS-COST-DATE (WS-COST-SCAN)
                   TO COST-LAST-DATE OF COST-FILE-REC
               WRITE COST-FILE-REC
           END-PERFORM.
           CLOSE COST-FILE.
           DISPLAY 'COSTING LEDGER UPDATED ON '
               FUNCTION TRIM (WS-COST-FILENAME).

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY COSTRSLV.
           COPY COSTLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY WORDRSLV.
           COPY WORDLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-WORK-ORDERS.
