      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Item rentals to adventuring parties - hiring stock
      *          out for an expedition and taking it back.  Renting
      *          out records the renter from the customer master,
      *          the due date, the deposit taken and the daily fee,
      *          and moves the units from their location onto the
      *          hire location, so they stay on our books but can
      *          no longer be sold, issued or allocated (an EPIC
      *          unit's serial goes (R)ented on the register).  The
      *          return brings them back where they came from,
      *          charges the days out at the daily fee, forfeits the
      *          deposit when the units come back past the grace
      *          period, and posts the rental income to the day's
      *          revenue journal for the GL extract to credit to the
      *          category's rental account.  Same authorization and
      *          audit discipline as the work orders; the session
      *          holds the exclusive enqueue, since the posting run
      *          rewrites the location balances and the serial
      *          register under it (see RENTREC/LOCREC/SERREC).
      * Tectonics: cobc
      * Modified: 2026-10-15 - rental income lines carry the revenue
      *           journal's tax fields blank; hire bears no crown
      *           tax or guild levy.
      * Modified: 2026-10-15 - bonded stock is not hired out; it has
      *           to be released from bond, duty paid, first.
      * Modified: 2026-10-15 - the item table is loaded from the indexed
      *           master, so stock posted by key since the last
      *           regeneration counts in the hire availability check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-RENTALS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The rentals we maintain - RENTALFILE env var, defaults to
      * rentals.txt (see RENTRSLV)
           SELECT RENTAL-FILE ASSIGN DYNAMIC WS-RENTAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENTAL-STATUS.
      * The catalog, for the item's category and the quantity on
      * the books - from the indexed master, as
      * magicitems.txt lags the keyed postings until regenerated
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Location balances the units move off and back onto - see
      * LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Serial-number register an EPIC unit goes out and comes back
      * on - see SERREC/SERLOAD
           SELECT SERIAL-FILE ASSIGN DYNAMIC WS-SERIAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SERIAL-STATUS.
      * Who the renters are - see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * Customer holds the hire may not take - see RSVREC/RSVLOAD
           SELECT RESERVE-FILE ASSIGN DYNAMIC WS-RESERVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.
      * Vendors' consigned units, which are not ours to hire out -
      * see CONSREC/CONSLOAD
           SELECT CONS-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.
      * The day's revenue journal the rental income is posted to -
      * see RVNREC/RVNRSLV
           SELECT REVENUE-FILE ASSIGN DYNAMIC WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVENUE-STATUS.
      * Append-only log of accepted rentals and returns - see
      * HAUDREC
           SELECT HIRE-AUDIT-FILE ASSIGN DYNAMIC WS-HAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HAUD-STATUS.
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
           FD RENTAL-FILE.
           01 RENTAL-FILE-REC.
               COPY RENTREC.
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
           FD SERIAL-FILE.
           01 SERIAL-REC.
               COPY SERREC.
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD RESERVE-FILE.
           01 RESERVE-REC.
               COPY RSVREC.
           FD CONS-FILE.
           01 CONS-FILE-REC.
               COPY CONSREC.
           FD REVENUE-FILE.
           01 REVENUE-FILE-REC.
               COPY RVNREC.
           FD HIRE-AUDIT-FILE.
           01 HIRE-AUDIT-REC.
               COPY HAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY RENTSTAT.
           COPY RENTNAME.
           COPY RENTWS.
           01 WS-RENT-FOUND-IX         PIC 9(4).
           01 WS-NEXT-RENT-SEQ         PIC 9(6) VALUE 0.
           01 WS-IDX-STATUS            PIC X(2).
      * The catalog rows a rental may be taken against.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-FOUND-IX              PIC 9(4).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY SERSTAT.
           COPY SERNAME.
           COPY SERWS.
           COPY CUSTNAME.
           COPY CUSTSTAT.
           COPY CUSTWS.
           COPY RSVSTAT.
           COPY RSVNAME.
           COPY RSVWS.
           COPY CONSWS.
           COPY RVNWS.
           01 WS-HAUD-FILENAME         PIC X(100).
           01 WS-HAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-RENT-LISTED           PIC A(1).
           01 WS-EPIC-ITEM             PIC A(1).
      * The operator's keyed values.
           01 WS-TGT-RENTAL            PIC X(8).
           01 WS-TGT-FILTER            PIC X(12).
           01 WS-TGT-ITEM              PIC X(6).
           01 WS-TGT-SERIAL            PIC X(12).
           01 WS-TGT-QTY-IN            PIC X(7).
           01 WS-TGT-QTY               PIC 9(5).
           01 WS-TGT-LOCATION          PIC X(4).
           01 WS-TGT-CUSTOMER          PIC X(10).
           01 WS-TGT-DUE               PIC X(10).
           01 WS-TGT-AMOUNT-IN         PIC X(12).
           01 WS-TGT-AMOUNT            PIC 9(7)V99.
           01 WS-TGT-DEPOSIT           PIC 9(7)V99.
           01 WS-TGT-FEE               PIC 9(7)V99.
      * Due-date check and day counts - MM/DD/YYYY turned into a
      * day number.
           01 WS-TODAY-INT             PIC 9(7).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
      * What the item can spare for a hire - on hand less the holds,
      * the vendors' consigned units and what is already out.
           01 WS-AVAIL-QTY             PIC S9(7).
           01 WS-OWNED-QTY             PIC S9(7).
           01 WS-FROM-LOC-IX           PIC 9(4).
           01 WS-HIRE-LOC-IX           PIC 9(4).
      * The return's reckoning.
           01 WS-DAYS-OUT              PIC 9(5).
           01 WS-DAYS-LATE             PIC S9(5).
           01 WS-HIRE-CHARGE           PIC 9(7)V99.
           01 WS-HIRE-FORFEIT          PIC 9(7)V99.
           01 WS-SETTLE-AMOUNT         PIC S9(9)V99.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZ9.99.
           01 WS-DEPOSIT-EDIT          PIC ZZZZZZ9.99.
           01 WS-FEE-EDIT              PIC ZZZZZZ9.99.
           01 WS-SETTLE-EDIT           PIC ZZZZZZZZ9.99.
           01 WS-STATUS-LABEL          PIC X(10).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-RENTALS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN RENTALS: '
                   WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-CUSTOMER-MASTER.
      * Sign-on comes before the enqueue - a refused user must never
      * leave a stale lock behind.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-RENTALS.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-SERIAL-REGISTER.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-CONSIGNMENT-LEDGER.
      * Rewriting a truncated table would lose rentals, balances or
      * serials, and a short hold table would let a hire take a
      * customer's reserved piece - refuse.
           IF WS-RENT-DROPPED > 0 OR WS-LOC-DROPPED > 0
               OR WS-SER-DROPPED > 0 OR WS-RSV-DROPPED > 0
               DISPLAY 'RENTALS NOT MAINTAINED - ROWS WERE DROPPED '
                   'ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-RENTABLE-ITEMS.
           PERFORM FIND-HIGHEST-RENT-SEQ.
           PERFORM RESOLVE-RENTAL-GRACE.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM RESOLVE-HIRE-AUDIT-FILENAME.
           PERFORM OPEN-HIRE-AUDIT.
           PERFORM RESOLVE-REVENUE-FILENAME.
           PERFORM OPEN-REVENUE-JOURNAL.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-RENTAL-ACTION
           END-PERFORM.
           CLOSE HIRE-AUDIT-FILE.
           CLOSE REVENUE-FILE.
           IF WS-CHANGED-CNT > 0
               PERFORM REWRITE-RENTALS
               PERFORM REWRITE-LOCATION-BALANCES
               PERFORM REWRITE-SERIAL-REGISTER
               DISPLAY WS-RENT-CNT ' RENTALS WRITTEN TO '
                   FUNCTION TRIM (WS-RENTAL-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - RENTALS UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-HIRE-AUDIT-FILENAME.
      * Dated like the catalog audit logs - RENTAUDITFILE overrides.
           ACCEPT WS-HAUD-FILENAME FROM ENVIRONMENT 'RENTAUDITFILE'.
           IF WS-HAUD-FILENAME = SPACES
               STRING
                   'rentaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-HAUD-FILENAME
           END-IF.

           OPEN-HIRE-AUDIT.
           OPEN INPUT HIRE-AUDIT-FILE.
           IF WS-HAUD-STATUS = '35'
               OPEN OUTPUT HIRE-AUDIT-FILE
               CLOSE HIRE-AUDIT-FILE
           ELSE
               CLOSE HIRE-AUDIT-FILE
           END-IF.
           OPEN EXTEND HIRE-AUDIT-FILE.
           IF WS-HAUD-STATUS NOT = '00'
               DISPLAY 'RENTAL AUDIT NOT OPENED - FILE STATUS '
                   WS-HAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           OPEN-REVENUE-JOURNAL.
      * Same first-run discipline as the posting run - the first
      * income of the day starts the day's journal.
           OPEN INPUT REVENUE-FILE.
           IF WS-REVENUE-STATUS = '35'
               OPEN OUTPUT REVENUE-FILE
               CLOSE REVENUE-FILE
           ELSE
               CLOSE REVENUE-FILE
           END-IF.
           OPEN EXTEND REVENUE-FILE.
           IF WS-REVENUE-STATUS NOT = '00'
               DISPLAY 'REVENUE JOURNAL NOT OPENED - FILE STATUS '
                   WS-REVENUE-STATUS
               CLOSE HIRE-AUDIT-FILE
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-RENTABLE-ITEMS.
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

           FIND-HIGHEST-RENT-SEQ.
      * The rental number is RN plus a six-digit sequence - continue
      * from the highest number already on the file, the same rule
      * work orders are numbered by.
           MOVE 0 TO WS-NEXT-RENT-SEQ.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               IF WS-RENT-NUMBER (WS-RENT-SCAN) (3:6) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (WS-RENT-NUMBER (WS-RENT-SCAN) (3:6))
                       > WS-NEXT-RENT-SEQ
                   COMPUTE WS-NEXT-RENT-SEQ = FUNCTION NUMVAL
                       (WS-RENT-NUMBER (WS-RENT-SCAN) (3:6))
               END-IF
           END-PERFORM.

           TAKE-ONE-RENTAL-ACTION.
           DISPLAY 'ACTION - L)IST O)UT R)ETURN E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-RENTALS
               WHEN 'O' WHEN 'o'
                   PERFORM RENT-OUT-ONE
               WHEN 'R' WHEN 'r'
                   PERFORM RETURN-ONE-RENTAL
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-RENTALS.
      * A blank answer lists the rentals still out - a rental
      * number, item, serial or renter lists every rental that
      * carries it, returned ones included.
           DISPLAY 'RENTAL, ITEM, SERIAL OR RENTER '
               '(BLANK FOR ALL OUT): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-FILTER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-FILTER) TO WS-TGT-FILTER.
           MOVE 'N' TO WS-RENT-LISTED.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               IF (WS-TGT-FILTER = SPACES
                   AND WS-RENT-STATUS (WS-RENT-SCAN) = 'O')
                   OR WS-RENT-NUMBER (WS-RENT-SCAN) = WS-TGT-FILTER
                   OR WS-RENT-CODE (WS-RENT-SCAN) = WS-TGT-FILTER
                   OR WS-RENT-CUSTOMER (WS-RENT-SCAN) = WS-TGT-FILTER
                   OR (WS-RENT-SERIAL (WS-RENT-SCAN) NOT = SPACES
                   AND WS-RENT-SERIAL (WS-RENT-SCAN) = WS-TGT-FILTER)
                   MOVE 'Y' TO WS-RENT-LISTED
                   PERFORM SHOW-ONE-RENTAL
               END-IF
           END-PERFORM.
           IF WS-RENT-LISTED = 'N'
               DISPLAY 'NO RENTALS TO LIST'
           END-IF.

           SHOW-ONE-RENTAL.
           IF WS-RENT-STATUS (WS-RENT-SCAN) = 'O'
               MOVE 'OUT' TO WS-STATUS-LABEL
           ELSE
               MOVE 'RETURNED' TO WS-STATUS-LABEL
           END-IF.
           MOVE WS-RENT-DEPOSIT (WS-RENT-SCAN) TO WS-DEPOSIT-EDIT.
           MOVE WS-RENT-DAILY-FEE (WS-RENT-SCAN) TO WS-FEE-EDIT.
           DISPLAY '  ' WS-RENT-NUMBER (WS-RENT-SCAN) ' '
               WS-RENT-CODE (WS-RENT-SCAN) ' '
               WS-RENT-QTY (WS-RENT-SCAN) ' '
               WS-RENT-SERIAL (WS-RENT-SCAN) ' '
               WS-RENT-CUSTOMER (WS-RENT-SCAN) ' OUT '
               WS-RENT-OUT-DATE (WS-RENT-SCAN) ' DUE '
               WS-RENT-DUE-DATE (WS-RENT-SCAN) ' ' WS-STATUS-LABEL.
           DISPLAY '           FROM '
               WS-RENT-FROM-LOC (WS-RENT-SCAN) ' DEPOSIT '
               WS-DEPOSIT-EDIT ' PER DAY ' WS-FEE-EDIT.
           IF WS-RENT-STATUS (WS-RENT-SCAN) = 'R'
               MOVE WS-RENT-CHARGE (WS-RENT-SCAN) TO WS-AMOUNT-EDIT
               MOVE WS-RENT-FORFEIT (WS-RENT-SCAN) TO WS-DEPOSIT-EDIT
               DISPLAY '           BACK '
                   WS-RENT-RETURN-DATE (WS-RENT-SCAN) ' CHARGED '
                   WS-AMOUNT-EDIT ' FORFEITED ' WS-DEPOSIT-EDIT
           END-IF.

           RENT-OUT-ONE.
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
      * Potions and scrolls are used up on the expedition - they
      * are sold, never hired.
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (1:4) = 'POT-'
               OR WS-ITEM-CATEGORY (WS-FOUND-IX) (1:4) = 'SCR-'
               DISPLAY 'POTIONS AND SCROLLS ARE NOT HIRED OUT: '
                   WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'RENTER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CUSTOMER.
           MOVE FUNCTION UPPER-CASE (WS-TGT-CUSTOMER)
               TO WS-TGT-CUSTOMER.
           MOVE WS-TGT-CUSTOMER TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'RENTER NOT ON CUSTOMER MASTER: '
                   WS-TGT-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-FOUND-IX) NOT = 'A'
               DISPLAY 'RENTER ACCOUNT NOT ACTIVE: ' WS-TGT-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EPIC-ITEM.
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
               MOVE 'Y' TO WS-EPIC-ITEM
               PERFORM TAKE-EPIC-UNIT-OUT
           ELSE
               PERFORM TAKE-QUANTITY-OUT
           END-IF.
           IF WS-TGT-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-HIRE-AVAILABLE.
           IF WS-TGT-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DUE BACK (MM/DD/YYYY): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-DUE.
           MOVE WS-TGT-DUE TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               DISPLAY 'DUE DATE NOT A DATE: ' WS-TGT-DUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT < WS-TODAY-INT
               DISPLAY 'DUE DATE ALREADY PAST: ' WS-TGT-DUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DEPOSIT TAKEN: ' WITH NO ADVANCING.
           PERFORM ACCEPT-AMOUNT.
           IF WS-TGT-AMOUNT-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-AMOUNT TO WS-TGT-DEPOSIT.
           DISPLAY 'DAILY FEE PER UNIT: ' WITH NO ADVANCING.
           PERFORM ACCEPT-AMOUNT.
           IF WS-TGT-AMOUNT-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-AMOUNT TO WS-TGT-FEE.
           IF WS-RENT-CNT NOT < WS-RENT-CAPACITY
               DISPLAY 'RENTAL FILE FULL - NOTHING HIRED OUT'
               EXIT PARAGRAPH
           END-IF.
      * The hire location's row must exist before anything moves -
      * a full balance table refuses the rental untouched.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           MOVE WS-HIRE-LOCATION TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'N'
               DISPLAY 'NOTHING HIRED OUT'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOC-FOUND-IX TO WS-HIRE-LOC-IX.
           SUBTRACT WS-TGT-QTY FROM WS-LOC-QTY (WS-FROM-LOC-IX).
           ADD WS-TGT-QTY TO WS-LOC-QTY (WS-HIRE-LOC-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           IF WS-EPIC-ITEM = 'Y'
               MOVE 'R' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE WS-HIRE-LOCATION
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.
           ADD 1 TO WS-NEXT-RENT-SEQ.
           ADD 1 TO WS-RENT-CNT.
           MOVE WS-RENT-CNT TO WS-RENT-FOUND-IX.
           MOVE SPACES TO WS-RENT-NUMBER (WS-RENT-CNT).
           STRING 'RN' WS-NEXT-RENT-SEQ DELIMITED BY SIZE
               INTO WS-RENT-NUMBER (WS-RENT-CNT).
           MOVE WS-TGT-ITEM TO WS-RENT-CODE (WS-RENT-CNT).
           MOVE WS-TGT-QTY TO WS-RENT-QTY (WS-RENT-CNT).
           MOVE WS-TGT-SERIAL TO WS-RENT-SERIAL (WS-RENT-CNT).
           MOVE WS-TGT-LOCATION TO WS-RENT-FROM-LOC (WS-RENT-CNT).
           MOVE WS-TGT-CUSTOMER TO WS-RENT-CUSTOMER (WS-RENT-CNT).
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO WS-RENT-OUT-DATE (WS-RENT-CNT).
           MOVE WS-TGT-DUE TO WS-RENT-DUE-DATE (WS-RENT-CNT).
           MOVE WS-TGT-DEPOSIT TO WS-RENT-DEPOSIT (WS-RENT-CNT).
           MOVE WS-TGT-FEE TO WS-RENT-DAILY-FEE (WS-RENT-CNT).
           MOVE SPACES TO WS-RENT-RETURN-DATE (WS-RENT-CNT).
           MOVE 0 TO WS-RENT-CHARGE (WS-RENT-CNT).
           MOVE 0 TO WS-RENT-FORFEIT (WS-RENT-CNT).
           MOVE 'O' TO WS-RENT-STATUS (WS-RENT-CNT).
           MOVE 'O' TO HAUD-ACTION.
           MOVE WS-TGT-DEPOSIT TO HAUD-AMOUNT.
           MOVE 0 TO HAUD-FORFEIT.
           PERFORM WRITE-HIRE-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'RENTAL ' WS-RENT-NUMBER (WS-RENT-CNT)
               ' - ' WS-TGT-QTY ' OF ' WS-TGT-ITEM ' '
               WS-TGT-SERIAL ' OUT TO ' WS-TGT-CUSTOMER
               ' DUE ' WS-TGT-DUE.

           TAKE-EPIC-UNIT-OUT.
      * An EPIC unit hires out one serial at a time, from wherever
      * the register has it.  Comes back with WS-TGT-QTY zero when
      * the unit may not go.
           MOVE 0 TO WS-TGT-QTY.
           DISPLAY 'SERIAL: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-SERIAL.
           MOVE FUNCTION UPPER-CASE (WS-TGT-SERIAL) TO WS-TGT-SERIAL.
           IF WS-TGT-SERIAL = SPACES
               DISPLAY 'AN EPIC RENTAL NEEDS A SERIAL'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-ITEM TO WS-CHK-SER-CODE.
           MOVE WS-TGT-SERIAL TO WS-CHK-SER-SERIAL.
           PERFORM FIND-SERIAL.
           IF WS-SER-FOUND = 'N'
               DISPLAY 'SERIAL NOT ON REGISTER: ' WS-TGT-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'H'
               DISPLAY 'SERIAL NOT ON HAND: ' WS-TGT-SERIAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SER-LOCATION (WS-SER-FOUND-IX) TO WS-TGT-LOCATION.
           IF WS-TGT-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-TGT-LOCATION
           END-IF.
           MOVE 1 TO WS-TGT-QTY.

           TAKE-QUANTITY-OUT.
      * Anything else hires by quantity from a named location - the
      * shop floor when none is keyed.  Comes back with WS-TGT-QTY
      * zero when nothing may go.
           MOVE SPACES TO WS-TGT-SERIAL.
           MOVE 0 TO WS-TGT-QTY.
           DISPLAY 'QUANTITY: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-QTY-IN.
           IF WS-TGT-QTY-IN = SPACES
               OR FUNCTION TEST-NUMVAL (WS-TGT-QTY-IN) NOT = 0
               DISPLAY 'QUANTITY NOT NUMERIC: ' WS-TGT-QTY-IN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-TGT-QTY-IN) < 1
               OR FUNCTION NUMVAL (WS-TGT-QTY-IN) > 99999
               DISPLAY 'QUANTITY OUT OF RANGE: ' WS-TGT-QTY-IN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FROM LOCATION (BLANK FOR FLOOR): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-LOCATION.
           MOVE FUNCTION UPPER-CASE (WS-TGT-LOCATION)
               TO WS-TGT-LOCATION.
           IF WS-TGT-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-TGT-LOCATION
           END-IF.
           IF WS-TGT-LOCATION = WS-HIRE-LOCATION
               DISPLAY 'UNITS ON HIRE ARE ALREADY OUT'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-QTY = FUNCTION NUMVAL (WS-TGT-QTY-IN).

           CHECK-HIRE-AVAILABLE.
      * The units must be at the location they leave, and the item
      * must be able to spare them after the customers' holds and
      * what is already out; only our own stock is hired, never a
      * vendor's consigned units.  Leaves WS-FROM-LOC-IX on the
      * location row, or WS-TGT-QTY zero when the hire may not go.
      * Goods in bond have not paid their duty - they leave it only
      * through a posted release, never on a renter's back.
           IF WS-TGT-LOCATION = WS-BOND-LOCATION
               DISPLAY 'BONDED STOCK - RELEASE FROM BOND BEFORE HIRE'
               MOVE 0 TO WS-TGT-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           MOVE WS-TGT-LOCATION TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               OR WS-LOC-QTY (WS-LOC-FOUND-IX) < WS-TGT-QTY
               DISPLAY 'INSUFFICIENT AT LOCATION ' WS-TGT-LOCATION
                   ' - NOTHING HIRED OUT'
               MOVE 0 TO WS-TGT-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOC-FOUND-IX TO WS-FROM-LOC-IX.
           PERFORM SUM-ITEM-ON-HIRE.
           MOVE WS-TGT-ITEM TO WS-CHK-RSV-CODE.
           PERFORM SUM-ACTIVE-RESERVED.
           COMPUTE WS-AVAIL-QTY =
               WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               - WS-RSV-ACTIVE-QTY - WS-LOC-HIRE-QTY.
           IF WS-TGT-QTY > WS-AVAIL-QTY
               IF WS-AVAIL-QTY < 0
                   MOVE 0 TO WS-AVAIL-QTY
               END-IF
               DISPLAY 'RESERVED OR ON HIRE - ONLY ' WS-AVAIL-QTY
                   ' AVAILABLE TO HIRE'
               MOVE 0 TO WS-TGT-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-ITEM TO WS-CHK-CONS-CODE.
           PERFORM SUM-ITEM-CONSIGNED.
           COMPUTE WS-OWNED-QTY =
               WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               - WS-CONS-ITEM-QTY - WS-LOC-HIRE-QTY.
           IF WS-TGT-QTY > WS-OWNED-QTY
               DISPLAY 'WOULD HIRE OUT CONSIGNED STOCK - NOTHING '
                   'HIRED OUT'
               MOVE 0 TO WS-TGT-QTY
           END-IF.

           ACCEPT-AMOUNT.
      * Leaves WS-TGT-AMOUNT set, or WS-TGT-AMOUNT-IN blanked when
      * the keyed amount is no amount.
           ACCEPT WS-TGT-AMOUNT-IN.
           IF WS-TGT-AMOUNT-IN = SPACES
               DISPLAY 'AN AMOUNT IS REQUIRED - KEY 0 FOR NONE'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-TGT-AMOUNT-IN) NOT = 0
               DISPLAY 'AMOUNT NOT NUMERIC: ' WS-TGT-AMOUNT-IN
               MOVE SPACES TO WS-TGT-AMOUNT-IN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-TGT-AMOUNT-IN) < 0
               OR FUNCTION NUMVAL (WS-TGT-AMOUNT-IN) > 9999999.99
               DISPLAY 'AMOUNT OUT OF RANGE: ' WS-TGT-AMOUNT-IN
               MOVE SPACES TO WS-TGT-AMOUNT-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-AMOUNT = FUNCTION NUMVAL (WS-TGT-AMOUNT-IN).

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

           RETURN-ONE-RENTAL.
           DISPLAY 'RENTAL NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-RENTAL.
           MOVE FUNCTION UPPER-CASE (WS-TGT-RENTAL) TO WS-TGT-RENTAL.
           MOVE 0 TO WS-RENT-FOUND-IX.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               OR WS-RENT-FOUND-IX > 0
               IF WS-RENT-NUMBER (WS-RENT-SCAN) = WS-TGT-RENTAL
                   MOVE WS-RENT-SCAN TO WS-RENT-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RENT-FOUND-IX = 0
               DISPLAY 'RENTAL NOT FOUND: ' WS-TGT-RENTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-RENT-STATUS (WS-RENT-FOUND-IX) NOT = 'O'
               DISPLAY 'RENTAL ALREADY RETURNED: ' WS-TGT-RENTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RENT-CODE (WS-RENT-FOUND-IX) TO WS-TGT-ITEM.
           MOVE WS-RENT-QTY (WS-RENT-FOUND-IX) TO WS-TGT-QTY.
           MOVE WS-RENT-SERIAL (WS-RENT-FOUND-IX) TO WS-TGT-SERIAL.
           MOVE WS-RENT-CUSTOMER (WS-RENT-FOUND-IX)
               TO WS-TGT-CUSTOMER.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TGT-ITEM
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.
           IF WS-FOUND-IX = 0
               DISPLAY 'ITEM NOT ON CATALOG - RENTAL NOT RETURNED: '
                   WS-TGT-ITEM
               EXIT PARAGRAPH
           END-IF.
      * The books must still show the units out, and an EPIC unit's
      * serial must still be the one on hire.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           MOVE WS-HIRE-LOCATION TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               OR WS-LOC-QTY (WS-LOC-FOUND-IX) < WS-TGT-QTY
               DISPLAY 'HIRE BALANCE SHORT - RENTAL NOT RETURNED: '
                   WS-TGT-RENTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOC-FOUND-IX TO WS-HIRE-LOC-IX.
           IF WS-TGT-SERIAL NOT = SPACES
               MOVE WS-TGT-ITEM TO WS-CHK-SER-CODE
               MOVE WS-TGT-SERIAL TO WS-CHK-SER-SERIAL
               PERFORM FIND-SERIAL
               IF WS-SER-FOUND = 'N'
                   OR WS-SER-STATUS (WS-SER-FOUND-IX) NOT = 'R'
                   DISPLAY 'SERIAL NOT ON HIRE ON THE REGISTER: '
                       WS-TGT-SERIAL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           MOVE WS-RENT-FROM-LOC (WS-RENT-FOUND-IX) TO WS-CHK-LOC-LOC.
           PERFORM FIND-LOCATION-BALANCE.
           IF WS-LOC-FOUND = 'N'
               PERFORM ADD-LOCATION-ROW
           END-IF.
           IF WS-LOC-FOUND = 'N'
               DISPLAY 'RENTAL NOT RETURNED: ' WS-TGT-RENTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOC-FOUND-IX TO WS-FROM-LOC-IX.
           PERFORM RECKON-HIRE-CHARGE.
           SUBTRACT WS-TGT-QTY FROM WS-LOC-QTY (WS-HIRE-LOC-IX).
           ADD WS-TGT-QTY TO WS-LOC-QTY (WS-FROM-LOC-IX).
           MOVE 'Y' TO WS-LOC-CHANGED.
           IF WS-TGT-SERIAL NOT = SPACES
               MOVE 'H' TO WS-SER-STATUS (WS-SER-FOUND-IX)
               MOVE WS-RENT-FROM-LOC (WS-RENT-FOUND-IX)
                   TO WS-SER-LOCATION (WS-SER-FOUND-IX)
               MOVE 'Y' TO WS-SER-CHANGED
           END-IF.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP
               TO WS-RENT-RETURN-DATE (WS-RENT-FOUND-IX).
           MOVE WS-HIRE-CHARGE TO WS-RENT-CHARGE (WS-RENT-FOUND-IX).
           MOVE WS-HIRE-FORFEIT TO WS-RENT-FORFEIT (WS-RENT-FOUND-IX).
           MOVE 'R' TO WS-RENT-STATUS (WS-RENT-FOUND-IX).
           IF WS-HIRE-CHARGE > 0
               MOVE 'H' TO RVN-TYPE OF WS-RVN
               MOVE WS-RENT-DAILY-FEE (WS-RENT-FOUND-IX)
                   TO RVN-UNIT-PRICE OF WS-RVN
               MOVE WS-HIRE-CHARGE TO RVN-REVENUE OF WS-RVN
               PERFORM WRITE-RENTAL-INCOME
           END-IF.
           IF WS-HIRE-FORFEIT > 0
               MOVE 'F' TO RVN-TYPE OF WS-RVN
               MOVE 0 TO RVN-UNIT-PRICE OF WS-RVN
               MOVE WS-HIRE-FORFEIT TO RVN-REVENUE OF WS-RVN
               PERFORM WRITE-RENTAL-INCOME
           END-IF.
           MOVE 'R' TO HAUD-ACTION.
           MOVE WS-HIRE-CHARGE TO HAUD-AMOUNT.
           MOVE WS-HIRE-FORFEIT TO HAUD-FORFEIT.
           PERFORM WRITE-HIRE-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           PERFORM SHOW-RETURN-SETTLEMENT.

           RECKON-HIRE-CHARGE.
      * Every day out is charged, the day it left counting as the
      * first - a same-day return still pays one day.  Back after
      * the due date plus the grace days, the deposit is kept on
      * top of the charge.
           MOVE WS-RENT-OUT-DATE (WS-RENT-FOUND-IX) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'Y' AND WS-DATE-INT < WS-TODAY-INT
               COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-DATE-INT
           ELSE
               MOVE 1 TO WS-DAYS-OUT
           END-IF.
           COMPUTE WS-HIRE-CHARGE = WS-DAYS-OUT
               * WS-RENT-DAILY-FEE (WS-RENT-FOUND-IX)
               * WS-RENT-QTY (WS-RENT-FOUND-IX)
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-HIRE-CHARGE
           END-COMPUTE.
           MOVE 0 TO WS-HIRE-FORFEIT.
           MOVE 0 TO WS-DAYS-LATE.
           MOVE WS-RENT-DUE-DATE (WS-RENT-FOUND-IX) TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'Y'
               COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DATE-INT
           END-IF.
           IF WS-DAYS-LATE > WS-RENT-GRACE-DAYS
               MOVE WS-RENT-DEPOSIT (WS-RENT-FOUND-IX)
                   TO WS-HIRE-FORFEIT
           END-IF.

           WRITE-RENTAL-INCOME.
      * Caller sets the line type, unit price and amount.  Rental
      * income carries no cost - the units come back to stock.
           MOVE WS-RUN-DATE-DISP TO RVN-RUN-DATE OF WS-RVN.
           MOVE WS-TGT-CUSTOMER TO RVN-CUSTOMER OF WS-RVN.
           MOVE WS-TGT-ITEM TO RVN-ITEM-CODE OF WS-RVN.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX)
               TO RVN-CATEGORY OF WS-RVN.
           MOVE WS-TGT-QTY TO RVN-QTY OF WS-RVN.
           MOVE 0 TO RVN-COST OF WS-RVN.
           MOVE WS-TGT-RENTAL TO RVN-DOC-NO OF WS-RVN.
           MOVE SPACES TO RVN-CONSIGN-VENDOR OF WS-RVN.
      * Hire is a service, not a sale - no crown tax or guild levy
      * on it, so the tax fields go out blank (see RVNREC).
           MOVE SPACES TO RVN-JURISDICTION OF WS-RVN.
           MOVE 0 TO RVN-TAX-AMOUNT OF WS-RVN.
           MOVE 0 TO RVN-LEVY-AMOUNT OF WS-RVN.
           MOVE SPACE TO RVN-TAX-CODE OF WS-RVN.
           MOVE SPACE TO RVN-LEVY-CODE OF WS-RVN.
           WRITE REVENUE-FILE-REC FROM WS-RVN.

           SHOW-RETURN-SETTLEMENT.
      * What the counter settles with the renter - the charge
      * against the deposit held, or the whole charge when the
      * deposit was forfeited.
           MOVE WS-HIRE-CHARGE TO WS-AMOUNT-EDIT.
           DISPLAY 'RENTAL ' WS-TGT-RENTAL ' RETURNED - '
               WS-TGT-QTY ' OF ' WS-TGT-ITEM ' BACK AT '
               WS-RENT-FROM-LOC (WS-RENT-FOUND-IX).
           DISPLAY 'DAYS OUT: ' WS-DAYS-OUT
               '  HIRE CHARGE: ' WS-AMOUNT-EDIT.
           MOVE WS-RENT-DEPOSIT (WS-RENT-FOUND-IX) TO WS-DEPOSIT-EDIT.
           IF WS-HIRE-FORFEIT > 0
               DISPLAY 'RETURNED PAST GRACE PERIOD - DEPOSIT '
                   WS-DEPOSIT-EDIT ' FORFEITED'
               MOVE WS-HIRE-CHARGE TO WS-SETTLE-AMOUNT
           ELSE
               COMPUTE WS-SETTLE-AMOUNT = WS-HIRE-CHARGE
                   - WS-RENT-DEPOSIT (WS-RENT-FOUND-IX)
           END-IF.
           IF WS-SETTLE-AMOUNT < 0
               COMPUTE WS-SETTLE-AMOUNT = 0 - WS-SETTLE-AMOUNT
               MOVE WS-SETTLE-AMOUNT TO WS-SETTLE-EDIT
               DISPLAY 'REFUND TO RENTER: ' WS-SETTLE-EDIT
           ELSE
               MOVE WS-SETTLE-AMOUNT TO WS-SETTLE-EDIT
               DISPLAY 'DUE FROM RENTER:  ' WS-SETTLE-EDIT
           END-IF.

           WRITE-HIRE-AUDIT.
      * Caller sets the action and amounts; the rental row is the
      * one just taken or returned.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO HAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO HAUD-RUN-TIME.
           MOVE WS-USER-ID TO HAUD-USER-ID.
           MOVE WS-RENT-NUMBER (WS-RENT-FOUND-IX) TO HAUD-RENTAL-NO.
           MOVE WS-RENT-CODE (WS-RENT-FOUND-IX) TO HAUD-ITEM-CODE.
           MOVE WS-RENT-QTY (WS-RENT-FOUND-IX) TO HAUD-QTY.
           MOVE WS-RENT-SERIAL (WS-RENT-FOUND-IX) TO HAUD-SERIAL.
           MOVE WS-RENT-CUSTOMER (WS-RENT-FOUND-IX) TO HAUD-CUSTOMER.
           WRITE HIRE-AUDIT-REC.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY SERRSLV.
           COPY SERLOAD.
           COPY RSVRSLV.
           COPY RSVLOAD.
           COPY CONSRSLV.
           COPY CONSLOAD.
           COPY RVNRSLV.
           COPY RENTRSLV.
           COPY RENTLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-RENTALS.
