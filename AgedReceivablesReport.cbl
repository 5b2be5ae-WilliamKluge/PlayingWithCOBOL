      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Aged receivables report - every customer's open
      *          invoices bucketed current / 30 / 60 / 90+ days by
      *          invoice date as at the run date, unapplied cash
      *          netted off, with the credit limit and account
      *          status alongside so the counter can see who is
      *          running late against what they are allowed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGED-RECEIVABLES-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The customer master - see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * The receivables ledger - see ARITREC/ARITLOAD
           SELECT RECEIVABLE-FILE ASSIGN DYNAMIC
           WS-RECEIVABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-STATUS.
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
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY CUSTSTAT.
           COPY CUSTNAME.
           COPY CUSTWS.
           COPY ARITSTAT.
           COPY ARITNAME.
           COPY ARITWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-TODAY-NUM             PIC 9(8).
      * Shop-wide bucket totals, rolled from each customer's line.
           01 WS-GRAND-AGING.
               05 WS-GRAND-CURRENT    PIC S9(11)V99 VALUE 0.
               05 WS-GRAND-30         PIC S9(11)V99 VALUE 0.
               05 WS-GRAND-60         PIC S9(11)V99 VALUE 0.
               05 WS-GRAND-90         PIC S9(11)V99 VALUE 0.
               05 WS-GRAND-CREDIT     PIC S9(11)V99 VALUE 0.
           01 WS-CUST-NET              PIC S9(11)V99.
           01 WS-GRAND-NET             PIC S9(11)V99 VALUE 0.
           01 WS-CUST-LISTED-CNT       PIC 9(4) VALUE 0.
           01 WS-OVER-LIMIT-CNT        PIC 9(4) VALUE 0.
           01 WS-LATE-CNT              PIC 9(4) VALUE 0.
           01 WS-HAS-ITEMS             PIC A(1).
           01 WS-FLAG                  PIC X(10).
           01 WS-BUCKET-EDIT           PIC -(8)9.99.
           01 WS-CURRENT-EDIT          PIC -(8)9.99.
           01 WS-30-EDIT               PIC -(8)9.99.
           01 WS-60-EDIT               PIC -(8)9.99.
           01 WS-90-EDIT               PIC -(8)9.99.
           01 WS-NET-EDIT              PIC -(10)9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'AGED-RECEIVABLES-REPORT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM LOAD-CUSTOMER-MASTER.
      * The ledger is rewritten under the exclusive enqueue - a
      * shared hold keeps the report off a half-written file.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-RECEIVABLES.
           PERFORM RELEASE-CATALOG-LOCK.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-NUM.
           COMPUTE WS-ARI-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           PERFORM PRINT-AGING-HEADER.
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
           UNTIL WS-CUST-SCAN > WS-CUST-CNT
               PERFORM AGE-ONE-CUSTOMER
           END-PERFORM.
           PERFORM PRINT-AGING-TOTALS.
           STOP RUN.

           PRINT-AGING-HEADER.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'AGED RECEIVABLES  AS AT: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER   S      CURRENT      30-59      60-89'
               '        90+      NET DUE  FLAG'.
           DISPLAY '------------------------------------------------'.

           AGE-ONE-CUSTOMER.
           INITIALIZE WS-ARI-AGING.
           MOVE 'N' TO WS-HAS-ITEMS.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN)
                   = WS-CUST-CODE (WS-CUST-SCAN)
                   AND WS-ARI-OPEN (WS-ARI-SCAN) > 0
                   MOVE 'Y' TO WS-HAS-ITEMS
                   PERFORM AGE-ONE-RECEIVABLE
               END-IF
           END-PERFORM.
           IF WS-HAS-ITEMS = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-LISTED-CNT.
           COMPUTE WS-CUST-NET = WS-ARI-AGE-CURRENT + WS-ARI-AGE-30
               + WS-ARI-AGE-60 + WS-ARI-AGE-90 - WS-ARI-AGE-CREDIT.
           ADD WS-ARI-AGE-CURRENT TO WS-GRAND-CURRENT.
           ADD WS-ARI-AGE-30 TO WS-GRAND-30.
           ADD WS-ARI-AGE-60 TO WS-GRAND-60.
           ADD WS-ARI-AGE-90 TO WS-GRAND-90.
           ADD WS-ARI-AGE-CREDIT TO WS-GRAND-CREDIT.
           ADD WS-CUST-NET TO WS-GRAND-NET.
      * Over the limit outranks late - both want a phone call, but
      * the limit is what stops the next sale.
           MOVE SPACES TO WS-FLAG.
           IF WS-CUST-NET > WS-CUST-LIMIT (WS-CUST-SCAN)
               MOVE 'OVER LIMIT' TO WS-FLAG
               ADD 1 TO WS-OVER-LIMIT-CNT
           ELSE
           IF WS-ARI-AGE-60 > 0 OR WS-ARI-AGE-90 > 0
               MOVE 'LATE' TO WS-FLAG
               ADD 1 TO WS-LATE-CNT
           END-IF
           END-IF.
           MOVE WS-ARI-AGE-CURRENT TO WS-CURRENT-EDIT.
           MOVE WS-ARI-AGE-30 TO WS-30-EDIT.
           MOVE WS-ARI-AGE-60 TO WS-60-EDIT.
           MOVE WS-ARI-AGE-90 TO WS-90-EDIT.
           MOVE WS-CUST-NET TO WS-NET-EDIT.
           DISPLAY WS-CUST-CODE (WS-CUST-SCAN) ' '
               WS-CUST-STATUS (WS-CUST-SCAN) ' '
               WS-CURRENT-EDIT WS-30-EDIT WS-60-EDIT WS-90-EDIT
               WS-NET-EDIT '  ' WS-FLAG.
           IF WS-ARI-AGE-CREDIT > 0
               MOVE WS-ARI-AGE-CREDIT TO WS-BUCKET-EDIT
               DISPLAY '             LESS UNAPPLIED CASH '
                   WS-BUCKET-EDIT
           END-IF.

           PRINT-AGING-TOTALS.
           DISPLAY '------------------------------------------------'.
           MOVE WS-GRAND-CURRENT TO WS-CURRENT-EDIT.
           MOVE WS-GRAND-30 TO WS-30-EDIT.
           MOVE WS-GRAND-60 TO WS-60-EDIT.
           MOVE WS-GRAND-90 TO WS-90-EDIT.
           MOVE WS-GRAND-NET TO WS-NET-EDIT.
           DISPLAY 'TOTAL        ' WS-CURRENT-EDIT WS-30-EDIT
               WS-60-EDIT WS-90-EDIT WS-NET-EDIT.
           MOVE WS-GRAND-CREDIT TO WS-BUCKET-EDIT.
           DISPLAY 'UNAPPLIED CASH NETTED:  ' WS-BUCKET-EDIT.
           DISPLAY 'CUSTOMERS WITH OPEN ITEMS: ' WS-CUST-LISTED-CNT.
           DISPLAY 'OVER CREDIT LIMIT:         ' WS-OVER-LIMIT-CNT.
           DISPLAY 'LATE 60 DAYS OR MORE:      ' WS-LATE-CNT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY ARITRSLV.
           COPY ARITLOAD.
           COPY LOCKMGR.

       END PROGRAM AGED-RECEIVABLES-REPORT.
