      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Maintain the customer master - list, add, change
      *          and re-status the accounts the counter sells to,
      *          with each account's open receivables shown beside
      *          its credit limit.  Same authorization and audit
      *          discipline as reservation maintenance; raising a
      *          limit or reopening a closed account takes a
      *          supervisor.
      * Tectonics: cobc
      * Modified: 2026-10-15 - each account carries a price class
      *           (retail, guild member, wholesale) picking the
      *           discount tiers the sales run prices against (see
      *           PCLSREC); putting an account on a discount class
      *           takes a supervisor, and the class is audited.
      * Modified: 2026-10-15 - each account carries its tax
      *           jurisdiction and crown tax / guild levy exemption
      *           flags (see CUSTREC); granting an exemption takes a
      *           supervisor, and the tax standing is audited.
      * Modified: 2026-10-15 - takes the exclusive catalog lock for
      *           the whole session, so the posting run's credit
      *           checks and the backup never meet a half-rewritten
      *           customer master (see LOCKMGR); a new account opens
      *           with a credit limit only when a supervisor keys it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CUSTOMERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The customer master we maintain - CUSTOMERFILE env var,
      * defaults to customermaster.txt (see CUSTRSLV)
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * The receivables ledger, read only for each account's open
      * balance - see ARITREC/ARITLOAD
           SELECT RECEIVABLE-FILE ASSIGN DYNAMIC
           WS-RECEIVABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-STATUS.
      * Append-only log of accepted customer changes - see CAUDREC
           SELECT CUST-AUDIT-FILE ASSIGN DYNAMIC WS-CAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAUD-STATUS.
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
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD RECEIVABLE-FILE.
           01 RECEIVABLE-REC.
               COPY ARITREC.
           FD CUST-AUDIT-FILE.
           01 CUST-AUDIT-REC.
               COPY CAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY CUSTSTAT.
           COPY CUSTNAME.
           COPY CUSTWS.
           COPY ARITSTAT.
           COPY ARITNAME.
           COPY ARITWS.
           01 WS-CAUD-FILENAME         PIC X(100).
           01 WS-CAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-CUST-LISTED           PIC A(1).
      * The operator's keyed values - a blank answer on a change
      * keeps what is on file.
           01 WS-TGT-CODE              PIC X(10).
           01 WS-TGT-NAME              PIC X(30).
           01 WS-TGT-ADDRESS           PIC X(40).
           01 WS-TGT-LIMIT-IN          PIC X(10).
           01 WS-TGT-LIMIT             PIC 9(7)V99.
           01 WS-TGT-STATUS            PIC X(1).
           01 WS-BEFORE-LIMIT          PIC 9(7)V99.
           01 WS-BEFORE-STATUS         PIC X(1).
           01 WS-TGT-CLASS             PIC X(1).
           01 WS-BEFORE-CLASS          PIC X(1).
           01 WS-TGT-JURIS             PIC X(4).
           01 WS-TGT-TAX-EXEMPT        PIC X(1).
           01 WS-TGT-LEVY-EXEMPT       PIC X(1).
           01 WS-BEFORE-JURIS          PIC X(4).
           01 WS-BEFORE-TAX-EXEMPT     PIC X(1).
           01 WS-BEFORE-LEVY-EXEMPT    PIC X(1).
      * Y when CHECK-TAX-STANDING turned the keyed answers down.
           01 WS-TAX-REFUSED           PIC A(1).
           01 WS-LIMIT-EDIT            PIC ZZZZZZ9.99.
           01 WS-BALANCE-EDIT          PIC -(9)9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-CUSTOMERS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN '
                   'CUSTOMERS: ' WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
      * Exclusive for the whole session - the master is rewritten on
      * the way out, and the posting run reads it for every credit
      * sale.  Taken after sign-on, so a refused user never leaves a
      * stale lock behind.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-RECEIVABLES.
           PERFORM RESOLVE-CUST-AUDIT-FILENAME.
           PERFORM OPEN-CUST-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-CUST-ACTION
           END-PERFORM.
           CLOSE CUST-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               MOVE 'Y' TO WS-CUST-CHANGED
               PERFORM REWRITE-CUSTOMER-MASTER
               DISPLAY WS-CUST-CNT ' CUSTOMERS WRITTEN TO '
                   FUNCTION TRIM (WS-CUSTOMER-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - CUSTOMER MASTER UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-CUST-AUDIT-FILENAME.
      * Dated like the catalog audit logs - CUSTAUDITFILE overrides.
           ACCEPT WS-CAUD-FILENAME FROM ENVIRONMENT 'CUSTAUDITFILE'.
           IF WS-CAUD-FILENAME = SPACES
               STRING
                   'custaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-CAUD-FILENAME
           END-IF.

           OPEN-CUST-AUDIT.
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-CAUD-STATUS = '35'
               OPEN OUTPUT CUST-AUDIT-FILE
               CLOSE CUST-AUDIT-FILE
           ELSE
               CLOSE CUST-AUDIT-FILE
           END-IF.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF WS-CAUD-STATUS NOT = '00'
               DISPLAY 'CUSTOMER AUDIT NOT OPENED - FILE STATUS '
                   WS-CAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           TAKE-ONE-CUST-ACTION.
           DISPLAY 'ACTION - L)IST A)DD C)HANGE S)TATUS E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-CUSTOMERS
               WHEN 'A' WHEN 'a'
                   PERFORM ADD-ONE-CUSTOMER
               WHEN 'C' WHEN 'c'
                   PERFORM CHANGE-ONE-CUSTOMER
               WHEN 'S' WHEN 's'
                   PERFORM STATUS-ONE-CUSTOMER
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-CUSTOMERS.
           DISPLAY 'CUSTOMER (BLANK FOR ALL): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CODE.
           MOVE 'N' TO WS-CUST-LISTED.
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
           UNTIL WS-CUST-SCAN > WS-CUST-CNT
               IF WS-TGT-CODE = SPACES
                   OR WS-CUST-CODE (WS-CUST-SCAN) = WS-TGT-CODE
                   MOVE 'Y' TO WS-CUST-LISTED
                   PERFORM SHOW-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           IF WS-CUST-LISTED = 'N'
               DISPLAY 'NO CUSTOMERS ON FILE'
           END-IF.

           SHOW-ONE-CUSTOMER.
           MOVE WS-CUST-CODE (WS-CUST-SCAN) TO WS-CHK-ARI-CUSTOMER.
           PERFORM SUM-CUSTOMER-OPEN-BALANCE.
           MOVE WS-CUST-LIMIT (WS-CUST-SCAN) TO WS-LIMIT-EDIT.
           MOVE WS-ARI-OPEN-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY '  ' WS-CUST-CODE (WS-CUST-SCAN) ' '
               WS-CUST-NAME (WS-CUST-SCAN) ' '
               WS-CUST-STATUS (WS-CUST-SCAN)
               ' LIMIT ' WS-LIMIT-EDIT
               ' OPEN ' WS-BALANCE-EDIT
               ' CLASS ' WS-CUST-PRICE-CLASS (WS-CUST-SCAN).
           DISPLAY '             '
               WS-CUST-ADDRESS (WS-CUST-SCAN)
               ' SINCE ' WS-CUST-OPEN-DATE (WS-CUST-SCAN).
           DISPLAY '             TAX JURISDICTION '
               WS-CUST-TAX-JURIS (WS-CUST-SCAN)
               ' TAX EXEMPT ' WS-CUST-TAX-EXEMPT (WS-CUST-SCAN)
               ' LEVY EXEMPT ' WS-CUST-LEVY-EXEMPT (WS-CUST-SCAN).

           ADD-ONE-CUSTOMER.
           DISPLAY 'CUSTOMER CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CODE.
           IF WS-TGT-CODE = SPACES
               DISPLAY 'A CUSTOMER NEEDS A CODE'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-CODE TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'Y'
               DISPLAY 'CUSTOMER ALREADY ON FILE: ' WS-TGT-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-CNT NOT < WS-CUST-CAPACITY
               DISPLAY 'CUSTOMER MASTER FULL - CANNOT ADD'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NAME: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-NAME.
           DISPLAY 'BILLING ADDRESS: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-ADDRESS.
           DISPLAY 'CREDIT LIMIT: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-LIMIT-IN.
           DISPLAY 'PRICE CLASS - R)ETAIL G)UILD W)HOLESALE: '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-CLASS.
           DISPLAY 'TAX JURISDICTION (BLANK FOR HOME): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-JURIS.
           DISPLAY 'CROWN TAX EXEMPT Y/N: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-TAX-EXEMPT.
           DISPLAY 'GUILD LEVY EXEMPT Y/N: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-LEVY-EXEMPT.
           IF WS-TGT-NAME = SPACES
               DISPLAY 'A CUSTOMER NEEDS A NAME'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-TGT-LIMIT-IN) NOT = 0
               DISPLAY 'CREDIT LIMIT NOT NUMERIC: ' WS-TGT-LIMIT-IN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TGT-LIMIT = FUNCTION NUMVAL (WS-TGT-LIMIT-IN).
      * Same rule as a change - any credit at all is more than the
      * nothing a new account starts from.
           IF WS-TGT-LIMIT > 0
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'OPENING WITH A CREDIT LIMIT NEEDS A SUPERVISOR'
               MOVE 'CREDIT LIMIT RAISE REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-BEFORE-CLASS.
           PERFORM CHECK-PRICE-CLASS.
           IF WS-TGT-CLASS = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BEFORE-TAX-EXEMPT.
           MOVE 'N' TO WS-BEFORE-LEVY-EXEMPT.
           PERFORM CHECK-TAX-STANDING.
           IF WS-TAX-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-CNT.
           MOVE WS-TGT-CODE TO WS-CUST-CODE (WS-CUST-CNT).
           MOVE WS-TGT-NAME TO WS-CUST-NAME (WS-CUST-CNT).
           MOVE WS-TGT-ADDRESS TO WS-CUST-ADDRESS (WS-CUST-CNT).
           MOVE WS-TGT-LIMIT TO WS-CUST-LIMIT (WS-CUST-CNT).
           MOVE 'A' TO WS-CUST-STATUS (WS-CUST-CNT).
           MOVE WS-RUN-DATE-DISP TO WS-CUST-OPEN-DATE (WS-CUST-CNT).
           MOVE WS-TGT-CLASS TO WS-CUST-PRICE-CLASS (WS-CUST-CNT).
           MOVE WS-TGT-JURIS TO WS-CUST-TAX-JURIS (WS-CUST-CNT).
           MOVE WS-TGT-TAX-EXEMPT TO WS-CUST-TAX-EXEMPT (WS-CUST-CNT).
           MOVE WS-TGT-LEVY-EXEMPT
               TO WS-CUST-LEVY-EXEMPT (WS-CUST-CNT).
           MOVE 0 TO WS-BEFORE-LIMIT.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE SPACE TO WS-BEFORE-CLASS.
           MOVE SPACES TO WS-BEFORE-JURIS.
           MOVE SPACE TO WS-BEFORE-TAX-EXEMPT.
           MOVE SPACE TO WS-BEFORE-LEVY-EXEMPT.
           MOVE WS-CUST-CNT TO WS-CUST-FOUND-IX.
           MOVE 'A' TO CAUD-ACTION.
           PERFORM WRITE-CUST-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.

           CHANGE-ONE-CUSTOMER.
           DISPLAY 'CUSTOMER CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CODE.
           MOVE WS-TGT-CODE TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'CUSTOMER NOT FOUND: ' WS-TGT-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-LIMIT (WS-CUST-FOUND-IX) TO WS-BEFORE-LIMIT.
           MOVE WS-CUST-STATUS (WS-CUST-FOUND-IX) TO WS-BEFORE-STATUS.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO WS-BEFORE-CLASS.
           IF WS-BEFORE-CLASS = SPACE
               MOVE 'R' TO WS-BEFORE-CLASS
           END-IF.
           PERFORM SAVE-BEFORE-TAX-STANDING.
           DISPLAY 'NAME (BLANK TO KEEP): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-NAME.
           DISPLAY 'BILLING ADDRESS (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-ADDRESS.
           DISPLAY 'CREDIT LIMIT (BLANK TO KEEP): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-LIMIT-IN.
           DISPLAY 'PRICE CLASS R/G/W (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-CLASS.
           DISPLAY 'TAX JURISDICTION (BLANK TO KEEP, * FOR HOME): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-JURIS.
           DISPLAY 'CROWN TAX EXEMPT Y/N (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-TAX-EXEMPT.
           DISPLAY 'GUILD LEVY EXEMPT Y/N (BLANK TO KEEP): '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-LEVY-EXEMPT.
           MOVE WS-BEFORE-LIMIT TO WS-TGT-LIMIT.
           IF WS-TGT-LIMIT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-TGT-LIMIT-IN) NOT = 0
                   DISPLAY 'CREDIT LIMIT NOT NUMERIC: '
                       WS-TGT-LIMIT-IN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TGT-LIMIT =
                   FUNCTION NUMVAL (WS-TGT-LIMIT-IN)
           END-IF.
      * More credit is a supervisor's call - a clerk may lower a
      * limit but never raise one.
           IF WS-TGT-LIMIT > WS-BEFORE-LIMIT
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'RAISING A CREDIT LIMIT NEEDS A SUPERVISOR'
               MOVE 'CREDIT LIMIT RAISE REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-CLASS = SPACE
               MOVE WS-BEFORE-CLASS TO WS-TGT-CLASS
           END-IF.
           PERFORM CHECK-PRICE-CLASS.
           IF WS-TGT-CLASS = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-JURIS = SPACES
               MOVE WS-BEFORE-JURIS TO WS-TGT-JURIS
           ELSE
           IF WS-TGT-JURIS = '*'
               MOVE SPACES TO WS-TGT-JURIS
           END-IF
           END-IF.
           IF WS-TGT-TAX-EXEMPT = SPACE
               MOVE WS-BEFORE-TAX-EXEMPT TO WS-TGT-TAX-EXEMPT
           END-IF.
           IF WS-TGT-LEVY-EXEMPT = SPACE
               MOVE WS-BEFORE-LEVY-EXEMPT TO WS-TGT-LEVY-EXEMPT
           END-IF.
           PERFORM CHECK-TAX-STANDING.
           IF WS-TAX-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-NAME NOT = SPACES
               MOVE WS-TGT-NAME TO WS-CUST-NAME (WS-CUST-FOUND-IX)
           END-IF.
           IF WS-TGT-ADDRESS NOT = SPACES
               MOVE WS-TGT-ADDRESS
                   TO WS-CUST-ADDRESS (WS-CUST-FOUND-IX)
           END-IF.
           MOVE WS-TGT-LIMIT TO WS-CUST-LIMIT (WS-CUST-FOUND-IX).
           MOVE WS-TGT-CLASS TO WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX).
           MOVE WS-TGT-JURIS TO WS-CUST-TAX-JURIS (WS-CUST-FOUND-IX).
           MOVE WS-TGT-TAX-EXEMPT
               TO WS-CUST-TAX-EXEMPT (WS-CUST-FOUND-IX).
           MOVE WS-TGT-LEVY-EXEMPT
               TO WS-CUST-LEVY-EXEMPT (WS-CUST-FOUND-IX).
           MOVE 'C' TO CAUD-ACTION.
           PERFORM WRITE-CUST-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.

           STATUS-ONE-CUSTOMER.
           DISPLAY 'CUSTOMER CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CODE.
           MOVE WS-TGT-CODE TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'CUSTOMER NOT FOUND: ' WS-TGT-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-LIMIT (WS-CUST-FOUND-IX) TO WS-BEFORE-LIMIT.
           MOVE WS-CUST-STATUS (WS-CUST-FOUND-IX) TO WS-BEFORE-STATUS.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO WS-BEFORE-CLASS.
           PERFORM SAVE-BEFORE-TAX-STANDING.
           DISPLAY 'NEW STATUS - A)CTIVE H)OLD C)LOSED: '
               WITH NO ADVANCING.
           ACCEPT WS-TGT-STATUS.
           MOVE FUNCTION UPPER-CASE (WS-TGT-STATUS) TO WS-TGT-STATUS.
           IF WS-TGT-STATUS NOT = 'A' AND WS-TGT-STATUS NOT = 'H'
               AND WS-TGT-STATUS NOT = 'C'
               DISPLAY 'STATUS MUST BE A, H OR C'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BEFORE-STATUS = 'C' AND WS-TGT-STATUS NOT = 'C'
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'REOPENING A CLOSED ACCOUNT NEEDS A SUPERVISOR'
               MOVE 'ACCOUNT REOPEN REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               EXIT PARAGRAPH
           END-IF.
      * A closed account still owes what it owes - the ledger keeps
      * its items, the counter just stops selling to it.
           IF WS-TGT-STATUS = 'C'
               MOVE WS-TGT-CODE TO WS-CHK-ARI-CUSTOMER
               PERFORM SUM-CUSTOMER-OPEN-BALANCE
               IF WS-ARI-OPEN-BALANCE > 0
                   MOVE WS-ARI-OPEN-BALANCE TO WS-BALANCE-EDIT
                   DISPLAY 'WARNING: CLOSED WITH ' WS-BALANCE-EDIT
                       ' STILL OPEN ON THE LEDGER'
               END-IF
           END-IF.
           MOVE WS-TGT-STATUS TO WS-CUST-STATUS (WS-CUST-FOUND-IX).
           MOVE 'S' TO CAUD-ACTION.
           PERFORM WRITE-CUST-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.

           WRITE-CUST-AUDIT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO CAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO CAUD-RUN-TIME.
           MOVE WS-USER-ID TO CAUD-USER-ID.
           MOVE WS-CUST-CODE (WS-CUST-FOUND-IX) TO CAUD-CUSTOMER.
           MOVE WS-BEFORE-LIMIT TO CAUD-BEFORE-LIMIT.
           MOVE WS-CUST-LIMIT (WS-CUST-FOUND-IX) TO CAUD-AFTER-LIMIT.
           MOVE WS-BEFORE-STATUS TO CAUD-BEFORE-STATUS.
           MOVE WS-CUST-STATUS (WS-CUST-FOUND-IX)
               TO CAUD-AFTER-STATUS.
           MOVE WS-CUST-NAME (WS-CUST-FOUND-IX) TO CAUD-AFTER-NAME.
           MOVE WS-BEFORE-CLASS TO CAUD-BEFORE-CLASS.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO CAUD-AFTER-CLASS.
           MOVE WS-BEFORE-JURIS TO CAUD-BEFORE-JURIS.
           MOVE WS-CUST-TAX-JURIS (WS-CUST-FOUND-IX)
               TO CAUD-AFTER-JURIS.
           MOVE WS-BEFORE-TAX-EXEMPT TO CAUD-BEFORE-TAX-EXEMPT.
           MOVE WS-CUST-TAX-EXEMPT (WS-CUST-FOUND-IX)
               TO CAUD-AFTER-TAX-EXEMPT.
           MOVE WS-BEFORE-LEVY-EXEMPT TO CAUD-BEFORE-LEVY-EXEMPT.
           MOVE WS-CUST-LEVY-EXEMPT (WS-CUST-FOUND-IX)
               TO CAUD-AFTER-LEVY-EXEMPT.
           WRITE CUST-AUDIT-REC.

           SAVE-BEFORE-TAX-STANDING.
      * A blank exemption flag on an older account reads as N.
           MOVE WS-CUST-TAX-JURIS (WS-CUST-FOUND-IX)
               TO WS-BEFORE-JURIS.
           MOVE WS-CUST-TAX-EXEMPT (WS-CUST-FOUND-IX)
               TO WS-BEFORE-TAX-EXEMPT.
           IF WS-BEFORE-TAX-EXEMPT NOT = 'Y'
               MOVE 'N' TO WS-BEFORE-TAX-EXEMPT
           END-IF.
           MOVE WS-CUST-LEVY-EXEMPT (WS-CUST-FOUND-IX)
               TO WS-BEFORE-LEVY-EXEMPT.
           IF WS-BEFORE-LEVY-EXEMPT NOT = 'Y'
               MOVE 'N' TO WS-BEFORE-LEVY-EXEMPT
           END-IF.

           CHECK-PRICE-CLASS.
      * Retail is list price and any clerk may set it - a discount
      * class is a supervisor's call, same as more credit.  A
      * refused class comes back as a space.
           MOVE FUNCTION UPPER-CASE (WS-TGT-CLASS) TO WS-TGT-CLASS.
           IF WS-TGT-CLASS = SPACE
               MOVE 'R' TO WS-TGT-CLASS
           END-IF.
           IF WS-TGT-CLASS NOT = 'R' AND WS-TGT-CLASS NOT = 'G'
               AND WS-TGT-CLASS NOT = 'W'
               DISPLAY 'PRICE CLASS MUST BE R, G OR W'
               MOVE SPACE TO WS-TGT-CLASS
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-CLASS NOT = 'R'
               AND WS-TGT-CLASS NOT = WS-BEFORE-CLASS
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'A DISCOUNT PRICE CLASS NEEDS A SUPERVISOR'
               MOVE 'PRICE CLASS CHANGE REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               MOVE SPACE TO WS-TGT-CLASS
           END-IF.

           CHECK-TAX-STANDING.
      * Any clerk may move an account between jurisdictions or take
      * an exemption away - granting one is a supervisor's call,
      * on sight of the certificate.  A blank answer on an add is N.
           MOVE 'N' TO WS-TAX-REFUSED.
           MOVE FUNCTION UPPER-CASE (WS-TGT-JURIS) TO WS-TGT-JURIS.
           MOVE FUNCTION UPPER-CASE (WS-TGT-TAX-EXEMPT)
               TO WS-TGT-TAX-EXEMPT.
           MOVE FUNCTION UPPER-CASE (WS-TGT-LEVY-EXEMPT)
               TO WS-TGT-LEVY-EXEMPT.
           IF WS-TGT-TAX-EXEMPT = SPACE
               MOVE 'N' TO WS-TGT-TAX-EXEMPT
           END-IF.
           IF WS-TGT-LEVY-EXEMPT = SPACE
               MOVE 'N' TO WS-TGT-LEVY-EXEMPT
           END-IF.
           IF (WS-TGT-TAX-EXEMPT NOT = 'Y'
               AND WS-TGT-TAX-EXEMPT NOT = 'N')
               OR (WS-TGT-LEVY-EXEMPT NOT = 'Y'
               AND WS-TGT-LEVY-EXEMPT NOT = 'N')
               DISPLAY 'EXEMPTION FLAGS MUST BE Y OR N'
               MOVE 'Y' TO WS-TAX-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF ((WS-TGT-TAX-EXEMPT = 'Y'
               AND WS-BEFORE-TAX-EXEMPT NOT = 'Y')
               OR (WS-TGT-LEVY-EXEMPT = 'Y'
               AND WS-BEFORE-LEVY-EXEMPT NOT = 'Y'))
               AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'A TAX EXEMPTION NEEDS A SUPERVISOR'
               MOVE 'TAX EXEMPTION REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               MOVE 'Y' TO WS-TAX-REFUSED
           END-IF.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY ARITRSLV.
           COPY ARITLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-CUSTOMERS.
