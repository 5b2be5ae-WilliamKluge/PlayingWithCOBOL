      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly customer statements - one statement per
      *          account that owes money, holds a credit or settled
      *          anything in the statement month (STMTPERIOD as
      *          YYYYMM, defaults to the current month): every open
      *          item, the items paid off in the month, the amount
      *          due and how it ages as at the run date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-STATEMENTS.

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
      * The statement month - STMTPERIOD as YYYYMM.
           01 WS-STMT-PERIOD           PIC X(6).
           01 WS-ROW-PERIOD            PIC X(6).
           01 WS-STMT-WANTED           PIC A(1).
           01 WS-STMT-CNT              PIC 9(4) VALUE 0.
           01 WS-SETTLED-CNT           PIC 9(4).
           01 WS-DOC-TYPE-DESC         PIC X(8).
           01 WS-ORIG-EDIT             PIC ZZZZZZZZ9.99.
           01 WS-OPEN-EDIT             PIC ZZZZZZZZ9.99.
           01 WS-DUE-EDIT              PIC -(9)9.99.
           01 WS-BUCKET-EDIT           PIC -(8)9.99.
           01 WS-LIMIT-EDIT            PIC ZZZZZZ9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'CUSTOMER-STATEMENTS' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-STMT-PERIOD.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM LOAD-RECEIVABLES.
           PERFORM RELEASE-CATALOG-LOCK.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-NUM.
           COMPUTE WS-ARI-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
           UNTIL WS-CUST-SCAN > WS-CUST-CNT
               PERFORM STATE-ONE-CUSTOMER
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY WS-STMT-CNT ' STATEMENTS PRINTED FOR PERIOD '
               WS-STMT-PERIOD.
           STOP RUN.

           RESOLVE-STMT-PERIOD.
           ACCEPT WS-STMT-PERIOD FROM ENVIRONMENT 'STMTPERIOD'.
           IF WS-STMT-PERIOD = SPACES
               STRING WS-CURR-YYYY WS-CURR-MM
                   DELIMITED BY SIZE INTO WS-STMT-PERIOD
           END-IF.
           IF WS-STMT-PERIOD IS NOT NUMERIC
               DISPLAY 'STMTPERIOD MUST BE YYYYMM: ' WS-STMT-PERIOD
               STOP RUN RETURNING 16
           END-IF.

           STATE-ONE-CUSTOMER.
      * An account with nothing open and nothing settled in the
      * month gets no statement.
           MOVE 'N' TO WS-STMT-WANTED.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN)
                   = WS-CUST-CODE (WS-CUST-SCAN)
                   PERFORM NOTE-SETTLED-PERIOD
                   IF WS-ARI-OPEN (WS-ARI-SCAN) > 0
                       OR WS-ROW-PERIOD = WS-STMT-PERIOD
                       MOVE 'Y' TO WS-STMT-WANTED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STMT-WANTED = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STMT-CNT.
           PERFORM PRINT-STATEMENT-HEADER.
           INITIALIZE WS-ARI-AGING.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN)
                   = WS-CUST-CODE (WS-CUST-SCAN)
                   AND WS-ARI-OPEN (WS-ARI-SCAN) > 0
                   PERFORM PRINT-OPEN-ITEM
                   PERFORM AGE-ONE-RECEIVABLE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SETTLED-CNT.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN)
                   = WS-CUST-CODE (WS-CUST-SCAN)
                   AND WS-ARI-OPEN (WS-ARI-SCAN) = 0
                   PERFORM NOTE-SETTLED-PERIOD
                   IF WS-ROW-PERIOD = WS-STMT-PERIOD
                       PERFORM PRINT-SETTLED-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PRINT-STATEMENT-FOOTER.

           NOTE-SETTLED-PERIOD.
      * The month a row last took cash, as YYYYMM - blank when it
      * never has.
           MOVE SPACES TO WS-ROW-PERIOD.
           IF WS-ARI-PAY-DATE (WS-ARI-SCAN) NOT = SPACES
               STRING WS-ARI-PAY-DATE (WS-ARI-SCAN) (7:4)
                   WS-ARI-PAY-DATE (WS-ARI-SCAN) (1:2)
                   DELIMITED BY SIZE INTO WS-ROW-PERIOD
           END-IF.

           PRINT-STATEMENT-HEADER.
           MOVE WS-CUST-LIMIT (WS-CUST-SCAN) TO WS-LIMIT-EDIT.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'STATEMENT OF ACCOUNT  PERIOD: ' WS-STMT-PERIOD
               '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'ACCOUNT: ' WS-CUST-CODE (WS-CUST-SCAN) '  '
               WS-CUST-NAME (WS-CUST-SCAN).
           DISPLAY '         ' WS-CUST-ADDRESS (WS-CUST-SCAN).
           DISPLAY 'CREDIT LIMIT: ' WS-LIMIT-EDIT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'DATE       DOCUMENT   TYPE     ITEM   '
               '    ORIGINAL   OUTSTANDING'.
           DISPLAY '------------------------------------------------'.

           PRINT-OPEN-ITEM.
           PERFORM DESCRIBE-DOC-TYPE.
           MOVE WS-ARI-ORIG (WS-ARI-SCAN) TO WS-ORIG-EDIT.
           MOVE WS-ARI-OPEN (WS-ARI-SCAN) TO WS-OPEN-EDIT.
           DISPLAY WS-ARI-DOC-DATE (WS-ARI-SCAN) ' '
               WS-ARI-DOC-NO (WS-ARI-SCAN) ' ' WS-DOC-TYPE-DESC ' '
               WS-ARI-ITEM-CODE (WS-ARI-SCAN) ' '
               WS-ORIG-EDIT '  ' WS-OPEN-EDIT.

           PRINT-SETTLED-ITEM.
           IF WS-SETTLED-CNT = 0
               DISPLAY 'SETTLED THIS PERIOD:'
           END-IF.
           ADD 1 TO WS-SETTLED-CNT.
           PERFORM DESCRIBE-DOC-TYPE.
           MOVE WS-ARI-ORIG (WS-ARI-SCAN) TO WS-ORIG-EDIT.
           DISPLAY WS-ARI-DOC-DATE (WS-ARI-SCAN) ' '
               WS-ARI-DOC-NO (WS-ARI-SCAN) ' ' WS-DOC-TYPE-DESC ' '
               WS-ARI-ITEM-CODE (WS-ARI-SCAN) ' '
               WS-ORIG-EDIT '  PAID ' WS-ARI-PAY-DATE (WS-ARI-SCAN).

           DESCRIBE-DOC-TYPE.
           IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'C'
               MOVE 'CREDIT' TO WS-DOC-TYPE-DESC
           ELSE
               MOVE 'INVOICE' TO WS-DOC-TYPE-DESC
           END-IF.

           PRINT-STATEMENT-FOOTER.
           MOVE WS-CUST-CODE (WS-CUST-SCAN) TO WS-CHK-ARI-CUSTOMER.
           PERFORM SUM-CUSTOMER-OPEN-BALANCE.
           DISPLAY '------------------------------------------------'.
           MOVE WS-ARI-OPEN-BALANCE TO WS-DUE-EDIT.
           DISPLAY 'AMOUNT DUE:            ' WS-DUE-EDIT.
           MOVE WS-ARI-AGE-CURRENT TO WS-BUCKET-EDIT.
           DISPLAY '  CURRENT              ' WS-BUCKET-EDIT.
           MOVE WS-ARI-AGE-30 TO WS-BUCKET-EDIT.
           DISPLAY '  30-59 DAYS           ' WS-BUCKET-EDIT.
           MOVE WS-ARI-AGE-60 TO WS-BUCKET-EDIT.
           DISPLAY '  60-89 DAYS           ' WS-BUCKET-EDIT.
           MOVE WS-ARI-AGE-90 TO WS-BUCKET-EDIT.
           DISPLAY '  90 DAYS AND OVER     ' WS-BUCKET-EDIT.
           IF WS-ARI-AGE-CREDIT > 0
               MOVE WS-ARI-AGE-CREDIT TO WS-BUCKET-EDIT
               DISPLAY '  LESS UNAPPLIED CASH  ' WS-BUCKET-EDIT
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-SCAN) = 'H'
               DISPLAY '*** ACCOUNT ON CREDIT HOLD - PLEASE REMIT ***'
           END-IF.
           IF WS-CUST-STATUS (WS-CUST-SCAN) = 'C'
               DISPLAY '*** ACCOUNT CLOSED ***'
           END-IF.

           COPY DATEFMT.
           COPY SIGNON.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY ARITRSLV.
           COPY ARITLOAD.
           COPY LOCKMGR.

       END PROGRAM CUSTOMER-STATEMENTS.
