      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Daily payment-posting run for the receivables
      *          ledger - each remittance on the payments file is
      *          applied to the invoice the customer named, then to
      *          that customer's oldest open invoices; cash left over
      *          stands on the ledger as an unapplied credit, and any
      *          standing credit is worked off against open invoices
      *          the same way.  Runs under the exclusive enqueue
      *          because the posting run opens invoices on the same
      *          ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-CUSTOMER-PAYMENTS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The day's remittances - PAYMENTFILE env var, defaults to
      * custpayments.txt (see PAYREC)
           SELECT PAY-FILE ASSIGN DYNAMIC WS-PAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
      * The customer master, to refuse cash for unknown accounts -
      * see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * The receivables ledger the cash is applied to - see
      * ARITREC/ARITLOAD
           SELECT RECEIVABLE-FILE ASSIGN DYNAMIC
           WS-RECEIVABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Run-control calendar - see RCTLREC/RCTLMGR
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PAY-FILE.
           01 PAY-REC.
               COPY PAYREC.
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD RECEIVABLE-FILE.
           01 RECEIVABLE-REC.
               COPY ARITREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNCTL-FILE.
           01 RUNCTL-REC               PIC X(50).

           WORKING-STORAGE SECTION.
           01 WS-PAY-FILENAME          PIC X(100).
           01 WS-PAY-STATUS            PIC X(2).
           01 WS-PAY.
               COPY PAYREC.
           COPY CUSTSTAT.
           COPY CUSTNAME.
           COPY CUSTWS.
           COPY ARITSTAT.
           COPY ARITNAME.
           COPY ARITWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-PAY-READ-CNT          PIC 9(5) VALUE 0.
           01 WS-PAY-POSTED-CNT        PIC 9(5) VALUE 0.
           01 WS-PAY-REJECTED-CNT      PIC 9(5) VALUE 0.
           01 WS-PAY-REJECT-REASON     PIC X(30).
      * What is left of the remittance (or standing credit) being
      * applied, and the slice taken by one invoice.
           01 WS-PAY-REMAINING         PIC 9(9)V99.
           01 WS-PAY-APPLIED           PIC 9(9)V99.
           01 WS-PAY-RECEIVED-DATE     PIC X(10).
           01 WS-PAY-CUSTOMER          PIC X(10).
      * Oldest-first selection - the open invoice with the lowest
      * YYYYMMDD doc date (then the lowest doc number) wins.
           01 WS-OLDEST-IX             PIC 9(4).
           01 WS-OLDEST-KEY            PIC X(18).
           01 WS-ROW-KEY               PIC X(18).
           01 WS-CREDIT-IX             PIC 9(4).
           01 WS-CREDIT-SCAN           PIC 9(4).
      * Unapplied cash gets its own document number - P + YYMMDD +
      * a sequence, so it never collides with an invoice number.
           01 WS-CR-DOC-PREFIX         PIC X(7).
           01 WS-CR-DOC-SEQ            PIC 9(3) VALUE 0.
           01 WS-CR-ROW-SEQ            PIC 9(3).
           01 WS-CREDITS-OPENED-CNT    PIC 9(5) VALUE 0.
           01 WS-TOTAL-RECEIVED        PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-APPLIED         PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-UNAPPLIED       PIC 9(11)V99 VALUE 0.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZ9.99.
           01 WS-TOTAL-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY RCTLWS.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'POST-CUSTOMER-PAYMENTS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
      * Once per day - posting the same remittance file twice would
      * pay every invoice on it twice.
           MOVE 'Y' TO WS-RCTL-ONCE-DAILY.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-RECEIVABLES.
           PERFORM START-CREDIT-NUMBERING.
           PERFORM RESOLVE-PAY-FILENAME.
           OPEN INPUT PAY-FILE.
           IF WS-PAY-STATUS = '35'
               DISPLAY 'NO PAYMENTS FILE - NOTHING RECEIVED TODAY'
           ELSE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'PAYMENTS FILE NOT OPENED - FILE STATUS '
                   WS-PAY-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               PERFORM PRINT-PAYMENT-HEADER
               PERFORM POST-PAYMENT-FILE
               CLOSE PAY-FILE
           END-IF
           END-IF.
           PERFORM APPLY-STANDING-CREDITS.
           PERFORM PRINT-PAYMENT-TOTALS.
           PERFORM REWRITE-RECEIVABLES.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-PAY-POSTED-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-PAY-REJECTED-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM UPDATE-RUN-CONTROL.
           STOP RUN.

           RESOLVE-PAY-FILENAME.
           ACCEPT WS-PAY-FILENAME FROM ENVIRONMENT 'PAYMENTFILE'.
           IF WS-PAY-FILENAME = SPACES
               MOVE 'custpayments.txt' TO WS-PAY-FILENAME
           END-IF.

           START-CREDIT-NUMBERING.
      * Carry on from today's highest credit number already on the
      * ledger - an override rerun must not reuse one.
           MOVE SPACES TO WS-CR-DOC-PREFIX.
           STRING 'P' WS-CURR-YYYY (3:2) WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-CR-DOC-PREFIX.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'C'
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (1:7)
                       = WS-CR-DOC-PREFIX
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN) (8:3) IS NUMERIC
                   MOVE WS-ARI-DOC-NO (WS-ARI-SCAN) (8:3)
                       TO WS-CR-ROW-SEQ
                   IF WS-CR-ROW-SEQ > WS-CR-DOC-SEQ
                       MOVE WS-CR-ROW-SEQ TO WS-CR-DOC-SEQ
                   END-IF
               END-IF
           END-PERFORM.

           PRINT-PAYMENT-HEADER.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER PAYMENT REGISTER  RUN DATE: '
               WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER   DOCUMENT          AMOUNT  NOTE'.
           DISPLAY '------------------------------------------------'.

           POST-PAYMENT-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-FILE INTO WS-PAY
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PAY-READ-CNT
                       PERFORM POST-ONE-PAYMENT
               END-READ
           END-PERFORM.

           POST-ONE-PAYMENT.
           MOVE SPACES TO WS-PAY-REJECT-REASON.
           IF PAY-AMOUNT OF WS-PAY NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-PAY-REJECT-REASON
           ELSE
           IF PAY-AMOUNT OF WS-PAY = 0
               MOVE 'ZERO AMOUNT' TO WS-PAY-REJECT-REASON
           ELSE
               MOVE PAY-CUSTOMER OF WS-PAY TO WS-CHK-CUST-CODE
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND = 'N'
                   MOVE 'CUSTOMER NOT ON MASTER'
                       TO WS-PAY-REJECT-REASON
               END-IF
           END-IF
           END-IF.
      * Cash from a closed or held account is still cash - only an
      * unknown customer or an unusable amount goes back to the
      * cashier.
           IF WS-PAY-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-PAY-REJECTED-CNT
               DISPLAY PAY-CUSTOMER OF WS-PAY ' '
                   PAY-REFERENCE OF WS-PAY '              '
                   '*** REJECTED - ' WS-PAY-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAY-POSTED-CNT.
           ADD PAY-AMOUNT OF WS-PAY TO WS-TOTAL-RECEIVED.
           MOVE PAY-DATE OF WS-PAY TO WS-PAY-RECEIVED-DATE.
           IF WS-PAY-RECEIVED-DATE = SPACES
               MOVE WS-RUN-DATE-DISP TO WS-PAY-RECEIVED-DATE
           END-IF.
           MOVE PAY-CUSTOMER OF WS-PAY TO WS-PAY-CUSTOMER.
           MOVE PAY-AMOUNT OF WS-PAY TO WS-PAY-REMAINING.
           IF PAY-REFERENCE OF WS-PAY NOT = SPACES
               PERFORM APPLY-TO-NAMED-INVOICE
           END-IF.
           PERFORM FIND-OLDEST-OPEN-INVOICE.
           PERFORM APPLY-TO-OLDEST-INVOICE
               UNTIL WS-PAY-REMAINING = 0 OR WS-OLDEST-IX = 0.
           IF WS-PAY-REMAINING > 0
               PERFORM OPEN-UNAPPLIED-CREDIT
           END-IF.

           APPLY-TO-NAMED-INVOICE.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN) = WS-PAY-CUSTOMER
                   AND WS-ARI-DOC-NO (WS-ARI-SCAN)
                       = PAY-REFERENCE OF WS-PAY
                   AND WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'I'
                   AND WS-ARI-OPEN (WS-ARI-SCAN) > 0
                   AND WS-PAY-REMAINING > 0
                   MOVE WS-ARI-SCAN TO WS-OLDEST-IX
                   PERFORM APPLY-TO-ONE-INVOICE
               END-IF
           END-PERFORM.

           APPLY-TO-OLDEST-INVOICE.
           PERFORM FIND-OLDEST-OPEN-INVOICE.
           IF WS-OLDEST-IX > 0
               PERFORM APPLY-TO-ONE-INVOICE
           END-IF.

           FIND-OLDEST-OPEN-INVOICE.
           MOVE 0 TO WS-OLDEST-IX.
           MOVE HIGH-VALUES TO WS-OLDEST-KEY.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN) = WS-PAY-CUSTOMER
                   AND WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'I'
                   AND WS-ARI-OPEN (WS-ARI-SCAN) > 0
                   MOVE SPACES TO WS-ROW-KEY
                   STRING WS-ARI-DOC-DATE (WS-ARI-SCAN) (7:4)
                       WS-ARI-DOC-DATE (WS-ARI-SCAN) (1:2)
                       WS-ARI-DOC-DATE (WS-ARI-SCAN) (4:2)
                       WS-ARI-DOC-NO (WS-ARI-SCAN)
                       DELIMITED BY SIZE INTO WS-ROW-KEY
                   IF WS-ROW-KEY < WS-OLDEST-KEY
                       MOVE WS-ROW-KEY TO WS-OLDEST-KEY
                       MOVE WS-ARI-SCAN TO WS-OLDEST-IX
                   END-IF
               END-IF
           END-PERFORM.

           APPLY-TO-ONE-INVOICE.
           IF WS-ARI-OPEN (WS-OLDEST-IX) < WS-PAY-REMAINING
               MOVE WS-ARI-OPEN (WS-OLDEST-IX) TO WS-PAY-APPLIED
           ELSE
               MOVE WS-PAY-REMAINING TO WS-PAY-APPLIED
           END-IF.
           SUBTRACT WS-PAY-APPLIED FROM WS-ARI-OPEN (WS-OLDEST-IX).
           SUBTRACT WS-PAY-APPLIED FROM WS-PAY-REMAINING.
           MOVE WS-PAY-RECEIVED-DATE TO WS-ARI-PAY-DATE (WS-OLDEST-IX).
           MOVE 'Y' TO WS-ARI-CHANGED.
           ADD WS-PAY-APPLIED TO WS-TOTAL-APPLIED.
           MOVE WS-PAY-APPLIED TO WS-AMOUNT-EDIT.
           IF WS-ARI-OPEN (WS-OLDEST-IX) = 0
               DISPLAY WS-PAY-CUSTOMER ' '
                   WS-ARI-DOC-NO (WS-OLDEST-IX) '  ' WS-AMOUNT-EDIT
                   '  INVOICE PAID'
           ELSE
               DISPLAY WS-PAY-CUSTOMER ' '
                   WS-ARI-DOC-NO (WS-OLDEST-IX) '  ' WS-AMOUNT-EDIT
                   '  PART PAYMENT'
           END-IF.

           OPEN-UNAPPLIED-CREDIT.
      * Overpaid or paid ahead of any invoice - the cash stands as
      * a credit item and nets against the account's balance.
           ADD 1 TO WS-CR-DOC-SEQ.
           MOVE WS-PAY-CUSTOMER TO ARI-CUSTOMER OF WS-ARI.
           MOVE SPACES TO ARI-DOC-NO OF WS-ARI.
           STRING WS-CR-DOC-PREFIX WS-CR-DOC-SEQ
               DELIMITED BY SIZE INTO ARI-DOC-NO OF WS-ARI.
           MOVE 'C' TO ARI-DOC-TYPE OF WS-ARI.
           MOVE WS-PAY-RECEIVED-DATE TO ARI-DOC-DATE OF WS-ARI.
           MOVE SPACES TO ARI-ITEM-CODE OF WS-ARI.
           MOVE WS-PAY-REMAINING TO ARI-ORIG-AMOUNT OF WS-ARI.
           MOVE WS-PAY-REMAINING TO ARI-OPEN-AMOUNT OF WS-ARI.
           MOVE SPACES TO ARI-LAST-PAY-DATE OF WS-ARI.
           PERFORM ADD-RECEIVABLE-ROW.
           IF WS-ARI-ADDED = 'Y'
               ADD 1 TO WS-CREDITS-OPENED-CNT
               ADD WS-PAY-REMAINING TO WS-TOTAL-UNAPPLIED
               MOVE WS-PAY-REMAINING TO WS-AMOUNT-EDIT
               DISPLAY WS-PAY-CUSTOMER ' '
                   ARI-DOC-NO OF WS-ARI '  ' WS-AMOUNT-EDIT
                   '  UNAPPLIED CREDIT'
           END-IF.
           MOVE 0 TO WS-PAY-REMAINING.

           APPLY-STANDING-CREDITS.
      * Credit left from an earlier overpayment pays the next
      * invoices the account runs up, oldest first.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
           UNTIL WS-CREDIT-SCAN > WS-ARI-CNT
               IF WS-ARI-DOC-TYPE (WS-CREDIT-SCAN) = 'C'
                   AND WS-ARI-OPEN (WS-CREDIT-SCAN) > 0
                   MOVE WS-CREDIT-SCAN TO WS-CREDIT-IX
                   PERFORM APPLY-ONE-STANDING-CREDIT
               END-IF
           END-PERFORM.

           APPLY-ONE-STANDING-CREDIT.
           MOVE WS-ARI-CUSTOMER (WS-CREDIT-IX) TO WS-PAY-CUSTOMER.
           MOVE WS-ARI-OPEN (WS-CREDIT-IX) TO WS-PAY-REMAINING.
           MOVE WS-RUN-DATE-DISP TO WS-PAY-RECEIVED-DATE.
           PERFORM FIND-OLDEST-OPEN-INVOICE.
           PERFORM APPLY-TO-OLDEST-INVOICE
               UNTIL WS-PAY-REMAINING = 0 OR WS-OLDEST-IX = 0.
           IF WS-PAY-REMAINING NOT = WS-ARI-OPEN (WS-CREDIT-IX)
               MOVE WS-PAY-REMAINING TO WS-ARI-OPEN (WS-CREDIT-IX)
               MOVE WS-RUN-DATE-DISP TO WS-ARI-PAY-DATE (WS-CREDIT-IX)
               MOVE 'Y' TO WS-ARI-CHANGED
           END-IF.

           PRINT-PAYMENT-TOTALS.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PAYMENTS READ:      ' WS-PAY-READ-CNT.
           DISPLAY 'PAYMENTS POSTED:    ' WS-PAY-POSTED-CNT.
           DISPLAY 'PAYMENTS REJECTED:  ' WS-PAY-REJECTED-CNT.
           MOVE WS-TOTAL-RECEIVED TO WS-TOTAL-EDIT.
           DISPLAY 'CASH RECEIVED:      ' WS-TOTAL-EDIT.
           MOVE WS-TOTAL-APPLIED TO WS-TOTAL-EDIT.
           DISPLAY 'APPLIED TO INVOICES:' WS-TOTAL-EDIT.
           MOVE WS-TOTAL-UNAPPLIED TO WS-TOTAL-EDIT.
           DISPLAY 'LEFT AS CREDIT:     ' WS-TOTAL-EDIT
               '  (' WS-CREDITS-OPENED-CNT ' ITEMS)'.

           COPY DATEFMT.
           COPY SIGNON.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY ARITRSLV.
           COPY ARITLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY RCTLMGR.

       END PROGRAM POST-CUSTOMER-PAYMENTS.
