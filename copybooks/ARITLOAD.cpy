      ******************************************************************
      * Copybook: ARITLOAD
      * Shared paragraphs for the receivables open-item ledger (see
      * ARITREC / ARITWS).  Include in PROCEDURE DIVISION; the
      * program declares RECEIVABLE-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is RECEIVABLE-REC (COPY ARITREC) and includes
      * DATESTAMP in WORKING-STORAGE (the age-off uses the WS-CURR
      * date fields left by BUILD-RUN-DATE-TIME).
      *   LOAD-RECEIVABLES - PERFORM once up front; a shop that has
      *       never sold on account starts empty (status 35 is not
      *       an error).
      *   SUM-CUSTOMER-OPEN-BALANCE - PERFORM with
      *       WS-CHK-ARI-CUSTOMER set; answers WS-ARI-OPEN-BALANCE.
      *   ADD-RECEIVABLE-ROW - appends the item built in WS-ARI;
      *       answers WS-ARI-ADDED.
      *   AGE-ONE-RECEIVABLE - PERFORM with WS-ARI-SCAN on a row and
      *       WS-ARI-ASOF-INT set; adds its open amount to the
      *       current / 30 / 60 / 90+ bucket of WS-ARI-AGING (credits
      *       to WS-ARI-AGE-CREDIT).  The caller INITIALIZEs
      *       WS-ARI-AGING for each total it wants.
      *   REWRITE-RECEIVABLES - PERFORM once at end of run; only
      *       touches the file when something changed, and drops
      *       settled items closed before last month.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-RECEIVABLES.
           PERFORM RESOLVE-RECEIVABLE-FILENAME.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-RECEIVABLE-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-RECEIVABLE-STATUS NOT = '00'
               DISPLAY 'RECEIVABLES LEDGER NOT OPENED - FILE STATUS '
                   WS-RECEIVABLE-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-ARI-EOF
               PERFORM UNTIL WS-ARI-EOF = 'Y'
                   READ RECEIVABLE-FILE INTO WS-ARI
                       AT END
                           MOVE 'Y' TO WS-ARI-EOF
                       NOT AT END
                           IF WS-ARI-CNT < WS-ARI-CAPACITY
                               ADD 1 TO WS-ARI-CNT
                               MOVE ARI-CUSTOMER OF WS-ARI
                                   TO WS-ARI-CUSTOMER (WS-ARI-CNT)
                               MOVE ARI-DOC-NO OF WS-ARI
                                   TO WS-ARI-DOC-NO (WS-ARI-CNT)
                               MOVE ARI-DOC-TYPE OF WS-ARI
                                   TO WS-ARI-DOC-TYPE (WS-ARI-CNT)
                               MOVE ARI-DOC-DATE OF WS-ARI
                                   TO WS-ARI-DOC-DATE (WS-ARI-CNT)
                               MOVE ARI-ITEM-CODE OF WS-ARI
                                   TO WS-ARI-ITEM-CODE (WS-ARI-CNT)
                               MOVE ARI-ORIG-AMOUNT OF WS-ARI
                                   TO WS-ARI-ORIG (WS-ARI-CNT)
                               MOVE ARI-OPEN-AMOUNT OF WS-ARI
                                   TO WS-ARI-OPEN (WS-ARI-CNT)
                               MOVE ARI-LAST-PAY-DATE OF WS-ARI
                                   TO WS-ARI-PAY-DATE (WS-ARI-CNT)
                           ELSE
                               ADD 1 TO WS-ARI-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF
           END-IF.
      * A ledger that lost rows on load must never be written back
      * - the dropped items would be forgiven debts.
           IF WS-ARI-DROPPED > 0
               DISPLAY 'RECEIVABLES LEDGER EXCEEDS CAPACITY, '
                   WS-ARI-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           SUM-CUSTOMER-OPEN-BALANCE.
           MOVE 0 TO WS-ARI-OPEN-BALANCE.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               IF WS-ARI-CUSTOMER (WS-ARI-SCAN) = WS-CHK-ARI-CUSTOMER
                   IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'C'
                       SUBTRACT WS-ARI-OPEN (WS-ARI-SCAN)
                           FROM WS-ARI-OPEN-BALANCE
                   ELSE
                       ADD WS-ARI-OPEN (WS-ARI-SCAN)
                           TO WS-ARI-OPEN-BALANCE
                   END-IF
               END-IF
           END-PERFORM.

           ADD-RECEIVABLE-ROW.
           IF WS-ARI-CNT < WS-ARI-CAPACITY
               ADD 1 TO WS-ARI-CNT
               MOVE ARI-CUSTOMER OF WS-ARI
                   TO WS-ARI-CUSTOMER (WS-ARI-CNT)
               MOVE ARI-DOC-NO OF WS-ARI TO WS-ARI-DOC-NO (WS-ARI-CNT)
               MOVE ARI-DOC-TYPE OF WS-ARI
                   TO WS-ARI-DOC-TYPE (WS-ARI-CNT)
               MOVE ARI-DOC-DATE OF WS-ARI
                   TO WS-ARI-DOC-DATE (WS-ARI-CNT)
               MOVE ARI-ITEM-CODE OF WS-ARI
                   TO WS-ARI-ITEM-CODE (WS-ARI-CNT)
               MOVE ARI-ORIG-AMOUNT OF WS-ARI
                   TO WS-ARI-ORIG (WS-ARI-CNT)
               MOVE ARI-OPEN-AMOUNT OF WS-ARI
                   TO WS-ARI-OPEN (WS-ARI-CNT)
               MOVE ARI-LAST-PAY-DATE OF WS-ARI
                   TO WS-ARI-PAY-DATE (WS-ARI-CNT)
               MOVE 'Y' TO WS-ARI-CHANGED
               MOVE 'Y' TO WS-ARI-ADDED
           ELSE
               DISPLAY 'RECEIVABLES LEDGER FULL - ITEM NOT OPENED: '
                   ARI-CUSTOMER OF WS-ARI ' ' ARI-DOC-NO OF WS-ARI
               MOVE 'N' TO WS-ARI-ADDED
           END-IF.

           AGE-ONE-RECEIVABLE.
           IF WS-ARI-DOC-TYPE (WS-ARI-SCAN) = 'C'
               ADD WS-ARI-OPEN (WS-ARI-SCAN) TO WS-ARI-AGE-CREDIT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ARI-AGE-DAYS.
           MOVE 0 TO WS-ARI-DOC-KEY.
           IF WS-ARI-DOC-DATE (WS-ARI-SCAN) (7:4) IS NUMERIC
               AND WS-ARI-DOC-DATE (WS-ARI-SCAN) (1:2) IS NUMERIC
               AND WS-ARI-DOC-DATE (WS-ARI-SCAN) (4:2) IS NUMERIC
               MOVE WS-ARI-DOC-DATE (WS-ARI-SCAN) (7:4)
                   TO WS-ARI-DOC-KEY (1:4)
               MOVE WS-ARI-DOC-DATE (WS-ARI-SCAN) (1:2)
                   TO WS-ARI-DOC-KEY (5:2)
               MOVE WS-ARI-DOC-DATE (WS-ARI-SCAN) (4:2)
                   TO WS-ARI-DOC-KEY (7:2)
               COMPUTE WS-ARI-AGE-DAYS = WS-ARI-ASOF-INT
                   - FUNCTION INTEGER-OF-DATE (WS-ARI-DOC-KEY)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ARI-AGE-DAYS < 30
                   ADD WS-ARI-OPEN (WS-ARI-SCAN) TO WS-ARI-AGE-CURRENT
               WHEN WS-ARI-AGE-DAYS < 60
                   ADD WS-ARI-OPEN (WS-ARI-SCAN) TO WS-ARI-AGE-30
               WHEN WS-ARI-AGE-DAYS < 90
                   ADD WS-ARI-OPEN (WS-ARI-SCAN) TO WS-ARI-AGE-60
               WHEN OTHER
                   ADD WS-ARI-OPEN (WS-ARI-SCAN) TO WS-ARI-AGE-90
           END-EVALUATE.

           REWRITE-RECEIVABLES.
           IF WS-ARI-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURR-MM = 1
               COMPUTE WS-ARI-KEEP-PERIOD =
                   (WS-CURR-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-ARI-KEEP-PERIOD =
                   WS-CURR-YYYY * 100 + WS-CURR-MM - 1
           END-IF.
           OPEN OUTPUT RECEIVABLE-FILE.
           IF WS-RECEIVABLE-STATUS NOT = '00'
               DISPLAY 'RECEIVABLES LEDGER NOT REWRITTEN - FILE '
                   'STATUS ' WS-RECEIVABLE-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-ARI-KEPT-CNT.
           PERFORM VARYING WS-ARI-SCAN FROM 1 BY 1
           UNTIL WS-ARI-SCAN > WS-ARI-CNT
               MOVE 999999 TO WS-ARI-ROW-PERIOD
               IF WS-ARI-OPEN (WS-ARI-SCAN) = 0
                   AND WS-ARI-PAY-DATE (WS-ARI-SCAN) NOT = SPACES
                   MOVE WS-ARI-PAY-DATE (WS-ARI-SCAN) (7:4)
                       TO WS-ARI-ROW-PERIOD (1:4)
                   MOVE WS-ARI-PAY-DATE (WS-ARI-SCAN) (1:2)
                       TO WS-ARI-ROW-PERIOD (5:2)
               END-IF
               IF WS-ARI-ROW-PERIOD NOT < WS-ARI-KEEP-PERIOD
                   PERFORM WRITE-ONE-RECEIVABLE
               END-IF
           END-PERFORM.
           CLOSE RECEIVABLE-FILE.
           DISPLAY WS-ARI-KEPT-CNT ' RECEIVABLE ITEMS WRITTEN TO '
               FUNCTION TRIM (WS-RECEIVABLE-FILENAME).

           WRITE-ONE-RECEIVABLE.
           MOVE WS-ARI-CUSTOMER (WS-ARI-SCAN)
               TO ARI-CUSTOMER OF RECEIVABLE-REC.
           MOVE WS-ARI-DOC-NO (WS-ARI-SCAN)
               TO ARI-DOC-NO OF RECEIVABLE-REC.
           MOVE WS-ARI-DOC-TYPE (WS-ARI-SCAN)
               TO ARI-DOC-TYPE OF RECEIVABLE-REC.
           MOVE WS-ARI-DOC-DATE (WS-ARI-SCAN)
               TO ARI-DOC-DATE OF RECEIVABLE-REC.
           MOVE WS-ARI-ITEM-CODE (WS-ARI-SCAN)
               TO ARI-ITEM-CODE OF RECEIVABLE-REC.
           MOVE WS-ARI-ORIG (WS-ARI-SCAN)
               TO ARI-ORIG-AMOUNT OF RECEIVABLE-REC.
           MOVE WS-ARI-OPEN (WS-ARI-SCAN)
               TO ARI-OPEN-AMOUNT OF RECEIVABLE-REC.
           MOVE WS-ARI-PAY-DATE (WS-ARI-SCAN)
               TO ARI-LAST-PAY-DATE OF RECEIVABLE-REC.
           WRITE RECEIVABLE-REC.
           ADD 1 TO WS-ARI-KEPT-CNT.
