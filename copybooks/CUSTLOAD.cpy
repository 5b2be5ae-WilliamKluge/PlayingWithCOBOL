      ******************************************************************
      * Copybook: CUSTLOAD
      * Shared paragraphs for the customer master (see CUSTREC /
      * CUSTWS).  Include in PROCEDURE DIVISION; the program
      * declares CUSTOMER-FILE as a LINE SEQUENTIAL SELECT whose FD
      * record is CUSTOMER-REC (COPY CUSTREC).
      *   LOAD-CUSTOMER-MASTER - PERFORM once up front; a shop that
      *       has never set up an account starts empty (status 35 is
      *       not an error - every credit sale is then refused).  A
      *       master too big for the table refuses the run, as the
      *       receivables ledger does (see ARITLOAD).
      *   FIND-CUSTOMER - PERFORM with WS-CHK-CUST-CODE set; answers
      *       WS-CUST-FOUND and WS-CUST-FOUND-IX.
      *   REWRITE-CUSTOMER-MASTER - PERFORM once at end of run; only
      *       touches the file when something changed.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-CUSTOMER-MASTER.
           PERFORM RESOLVE-CUSTOMER-FILENAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT OPENED - FILE STATUS '
                   WS-CUSTOMER-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-CUST-EOF
               PERFORM UNTIL WS-CUST-EOF = 'Y'
                   READ CUSTOMER-FILE INTO WS-CUST
                       AT END
                           MOVE 'Y' TO WS-CUST-EOF
                       NOT AT END
                           IF WS-CUST-CNT < WS-CUST-CAPACITY
                               ADD 1 TO WS-CUST-CNT
                               MOVE CUST-CODE OF WS-CUST
                                   TO WS-CUST-CODE (WS-CUST-CNT)
                               MOVE CUST-NAME OF WS-CUST
                                   TO WS-CUST-NAME (WS-CUST-CNT)
                               MOVE CUST-BILL-ADDRESS OF WS-CUST
                                   TO WS-CUST-ADDRESS (WS-CUST-CNT)
                               MOVE CUST-CREDIT-LIMIT OF WS-CUST
                                   TO WS-CUST-LIMIT (WS-CUST-CNT)
                               MOVE CUST-STATUS OF WS-CUST
                                   TO WS-CUST-STATUS (WS-CUST-CNT)
                               MOVE CUST-OPEN-DATE OF WS-CUST
                                   TO WS-CUST-OPEN-DATE (WS-CUST-CNT)
                               MOVE CUST-PRICE-CLASS OF WS-CUST
                                   TO WS-CUST-PRICE-CLASS (WS-CUST-CNT)
                               MOVE CUST-TAX-JURISDICTION OF WS-CUST
                                   TO WS-CUST-TAX-JURIS (WS-CUST-CNT)
                               MOVE CUST-TAX-EXEMPT OF WS-CUST
                                   TO WS-CUST-TAX-EXEMPT (WS-CUST-CNT)
                               MOVE CUST-LEVY-EXEMPT OF WS-CUST
                                   TO WS-CUST-LEVY-EXEMPT (WS-CUST-CNT)
                           ELSE
                               ADD 1 TO WS-CUST-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           END-IF.
      * A master that lost rows on load must never be written back
      * - the dropped accounts and their credit limits would be
      * gone for good - and no credit decision may be taken against
      * an account the table never saw.
           IF WS-CUST-DROPPED > 0
               DISPLAY 'CUSTOMER MASTER EXCEEDS CAPACITY, '
                   WS-CUST-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE 0 TO WS-CUST-FOUND-IX.
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
           UNTIL WS-CUST-SCAN > WS-CUST-CNT
               IF WS-CUST-CODE (WS-CUST-SCAN) = WS-CHK-CUST-CODE
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE WS-CUST-SCAN TO WS-CUST-FOUND-IX
               END-IF
           END-PERFORM.

           REWRITE-CUSTOMER-MASTER.
           IF WS-CUST-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT REWRITTEN - FILE STATUS '
                   WS-CUSTOMER-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
           UNTIL WS-CUST-SCAN > WS-CUST-CNT
               MOVE WS-CUST-CODE (WS-CUST-SCAN)
                   TO CUST-CODE OF CUSTOMER-REC
               MOVE WS-CUST-NAME (WS-CUST-SCAN)
                   TO CUST-NAME OF CUSTOMER-REC
               MOVE WS-CUST-ADDRESS (WS-CUST-SCAN)
                   TO CUST-BILL-ADDRESS OF CUSTOMER-REC
               MOVE WS-CUST-LIMIT (WS-CUST-SCAN)
                   TO CUST-CREDIT-LIMIT OF CUSTOMER-REC
               MOVE WS-CUST-STATUS (WS-CUST-SCAN)
                   TO CUST-STATUS OF CUSTOMER-REC
               MOVE WS-CUST-OPEN-DATE (WS-CUST-SCAN)
                   TO CUST-OPEN-DATE OF CUSTOMER-REC
               MOVE WS-CUST-PRICE-CLASS (WS-CUST-SCAN)
                   TO CUST-PRICE-CLASS OF CUSTOMER-REC
               MOVE WS-CUST-TAX-JURIS (WS-CUST-SCAN)
                   TO CUST-TAX-JURISDICTION OF CUSTOMER-REC
               MOVE WS-CUST-TAX-EXEMPT (WS-CUST-SCAN)
                   TO CUST-TAX-EXEMPT OF CUSTOMER-REC
               MOVE WS-CUST-LEVY-EXEMPT (WS-CUST-SCAN)
                   TO CUST-LEVY-EXEMPT OF CUSTOMER-REC
               WRITE CUSTOMER-REC
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           DISPLAY 'CUSTOMER MASTER UPDATED ON '
               FUNCTION TRIM (WS-CUSTOMER-FILENAME).
