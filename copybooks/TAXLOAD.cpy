      ******************************************************************
      * Copybook: TAXLOAD
      * Shared paragraphs for the tax-rate table (see TAXREC/TAXWS).
      * Include in PROCEDURE DIVISION along with TAXRSLV; the program
      * declares TAX-FILE as a LINE SEQUENTIAL SELECT whose FD record
      * is TAX-FILE-REC (COPY TAXREC).
      *   LOAD-TAX-RATES - PERFORM once up front; a shop with no rate
      *       table charges no tax (status 35 is not an error, and
      *       WS-TAX-LOADED stays N).  A table that lost rows on load,
      *       or carries an effective date that is not a date, is
      *       refused - a missing rate would undercharge the crown.
      *   FIND-TAX-RATES - PERFORM with WS-CHK-TAX-JURIS, WS-CHK-TAX-
      *       CATEGORY and WS-CHK-TAX-DATE-INT set; answers WS-TAX-
      *       FOUND, WS-TAX-SALES-PCT and WS-TAX-LEVY-PCT.  A blank
      *       jurisdiction is the counter's own (WS-TAX-HOME-JURIS).
      *   FIND-TAX-ACCOUNTS - PERFORM with WS-CHK-TAX-JURIS and
      *       WS-CHK-TAX-DATE-INT set; answers WS-TAX-SALES-ACCT and
      *       WS-TAX-LEVY-ACCT from the jurisdiction-wide row in
      *       force, spaces when the jurisdiction has none.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-TAX-RATES.
           PERFORM RESOLVE-TAX-FILENAME.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-TAX-STATUS NOT = '00'
               DISPLAY 'TAX RATE TABLE NOT OPENED - FILE STATUS '
                   WS-TAX-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'Y' TO WS-TAX-LOADED
               MOVE 'N' TO WS-TAX-EOF
               PERFORM UNTIL WS-TAX-EOF = 'Y'
                   READ TAX-FILE INTO WS-TAXR
                       AT END
                           MOVE 'Y' TO WS-TAX-EOF
                       NOT AT END
                           IF WS-TAX-CNT < WS-TAX-CAPACITY
                               PERFORM LOAD-ONE-TAX-RATE
                           ELSE
                               ADD 1 TO WS-TAX-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-FILE
           END-IF
           END-IF.
           IF WS-TAX-DROPPED > 0
               DISPLAY 'TAX RATE TABLE EXCEEDS CAPACITY, '
                   WS-TAX-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           IF WS-TAX-BAD-DATE > 0
               DISPLAY 'TAX RATE TABLE HAS ' WS-TAX-BAD-DATE
                   ' ROWS WITH NO VALID EFFECTIVE DATE - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-ONE-TAX-RATE.
           MOVE SPACES TO WS-TAX-EFF-KEY.
           STRING TAX-EFF-DATE OF WS-TAXR (7:4)
               TAX-EFF-DATE OF WS-TAXR (1:2)
               TAX-EFF-DATE OF WS-TAXR (4:2)
               DELIMITED BY SIZE INTO WS-TAX-EFF-KEY.
           IF WS-TAX-EFF-KEY IS NUMERIC
               MOVE WS-TAX-EFF-KEY TO WS-TAX-EFF-NUM
           ELSE
               MOVE 0 TO WS-TAX-EFF-NUM
           END-IF.
           IF WS-TAX-EFF-NUM < 16010101
               DISPLAY 'TAX RATE EFFECTIVE DATE NOT VALID: '
                   TAX-JURISDICTION OF WS-TAXR ' '
                   TAX-CATEGORY OF WS-TAXR ' '
                   TAX-EFF-DATE OF WS-TAXR
               ADD 1 TO WS-TAX-BAD-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAX-CNT.
           MOVE TAX-JURISDICTION OF WS-TAXR
               TO WS-TAX-JURIS (WS-TAX-CNT).
           MOVE TAX-CATEGORY OF WS-TAXR TO WS-TAX-CATEGORY (WS-TAX-CNT).
           COMPUTE WS-TAX-EFF-INT (WS-TAX-CNT) =
               FUNCTION INTEGER-OF-DATE (WS-TAX-EFF-NUM).
           MOVE TAX-SALES-RATE OF WS-TAXR
               TO WS-TAX-SALES-RATE (WS-TAX-CNT).
           MOVE TAX-LEVY-RATE OF WS-TAXR
               TO WS-TAX-LEVY-RATE (WS-TAX-CNT).
           MOVE TAX-SALES-ACCOUNT OF WS-TAXR
               TO WS-TAX-SALES-ACCOUNT (WS-TAX-CNT).
           MOVE TAX-LEVY-ACCOUNT OF WS-TAXR
               TO WS-TAX-LEVY-ACCOUNT (WS-TAX-CNT).

           FIND-TAX-RATES.
           IF WS-CHK-TAX-JURIS = SPACES
               MOVE WS-TAX-HOME-JURIS TO WS-CHK-TAX-JURIS
           END-IF.
           MOVE 'N' TO WS-TAX-FOUND.
           MOVE 0 TO WS-TAX-SALES-PCT.
           MOVE 0 TO WS-TAX-LEVY-PCT.
           MOVE 0 TO WS-TAX-HIT-IX.
           MOVE 'N' TO WS-TAX-HIT-EXACT.
           MOVE 0 TO WS-TAX-HIT-INT.
           PERFORM VARYING WS-TAX-SCAN FROM 1 BY 1
           UNTIL WS-TAX-SCAN > WS-TAX-CNT
               IF WS-TAX-JURIS (WS-TAX-SCAN) = WS-CHK-TAX-JURIS
                   AND WS-TAX-EFF-INT (WS-TAX-SCAN)
                       NOT > WS-CHK-TAX-DATE-INT
                   IF WS-TAX-CATEGORY (WS-TAX-SCAN)
                       = WS-CHK-TAX-CATEGORY
                       IF WS-TAX-HIT-EXACT = 'N'
                           OR WS-TAX-EFF-INT (WS-TAX-SCAN)
                               NOT < WS-TAX-HIT-INT
                           MOVE WS-TAX-SCAN TO WS-TAX-HIT-IX
                           MOVE 'Y' TO WS-TAX-HIT-EXACT
                           MOVE WS-TAX-EFF-INT (WS-TAX-SCAN)
                               TO WS-TAX-HIT-INT
                       END-IF
                   ELSE
                   IF WS-TAX-CATEGORY (WS-TAX-SCAN) = SPACES
                       AND WS-TAX-HIT-EXACT = 'N'
                       AND WS-TAX-EFF-INT (WS-TAX-SCAN)
                           NOT < WS-TAX-HIT-INT
                       MOVE WS-TAX-SCAN TO WS-TAX-HIT-IX
                       MOVE WS-TAX-EFF-INT (WS-TAX-SCAN)
                           TO WS-TAX-HIT-INT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TAX-HIT-IX > 0
               MOVE 'Y' TO WS-TAX-FOUND
               MOVE WS-TAX-SALES-RATE (WS-TAX-HIT-IX)
                   TO WS-TAX-SALES-PCT
               MOVE WS-TAX-LEVY-RATE (WS-TAX-HIT-IX)
                   TO WS-TAX-LEVY-PCT
           END-IF.

           FIND-TAX-ACCOUNTS.
           IF WS-CHK-TAX-JURIS = SPACES
               MOVE WS-TAX-HOME-JURIS TO WS-CHK-TAX-JURIS
           END-IF.
           MOVE SPACES TO WS-TAX-SALES-ACCT.
           MOVE SPACES TO WS-TAX-LEVY-ACCT.
           MOVE 0 TO WS-TAX-HIT-IX.
           MOVE 0 TO WS-TAX-HIT-INT.
           PERFORM VARYING WS-TAX-SCAN FROM 1 BY 1
           UNTIL WS-TAX-SCAN > WS-TAX-CNT
               IF WS-TAX-JURIS (WS-TAX-SCAN) = WS-CHK-TAX-JURIS
                   AND WS-TAX-CATEGORY (WS-TAX-SCAN) = SPACES
                   AND WS-TAX-EFF-INT (WS-TAX-SCAN)
                       NOT > WS-CHK-TAX-DATE-INT
                   AND WS-TAX-EFF-INT (WS-TAX-SCAN)
                       NOT < WS-TAX-HIT-INT
                   MOVE WS-TAX-SCAN TO WS-TAX-HIT-IX
                   MOVE WS-TAX-EFF-INT (WS-TAX-SCAN) TO WS-TAX-HIT-INT
               END-IF
           END-PERFORM.
           IF WS-TAX-HIT-IX > 0
               MOVE WS-TAX-SALES-ACCOUNT (WS-TAX-HIT-IX)
                   TO WS-TAX-SALES-ACCT
               MOVE WS-TAX-LEVY-ACCOUNT (WS-TAX-HIT-IX)
                   TO WS-TAX-LEVY-ACCT
           END-IF.
