      ******************************************************************
      * Copybook: LOTLOAD
      * Shared paragraphs for the lot register (see LOTREC/LOTWS).
      * Include in PROCEDURE DIVISION along with LOTRSLV; the program
      * declares LOT-FILE as a LINE SEQUENTIAL SELECT whose FD record
      * is LOT-FILE-REC (COPY LOTREC) and includes DATESTAMP in
      * WORKING-STORAGE (the expiry check uses the WS-CURR date
      * fields left by BUILD-RUN-DATE-TIME).
      *   LOAD-LOT-REGISTER - PERFORM once up front; no register on
      *       disk just means no lots yet (status 35 is not an
      *       error).  A register that lost rows on load is refused -
      *       the rewrite would forget stock.
      *   CHECK-LOT-CONTROLLED - PERFORM with WS-CHK-LOT-CATEGORY
      *       set; answers WS-LOT-CONTROLLED.
      *   SET-LOT-TODAY-KEY - PERFORM before comparing expiries.
      *   BUILD-LOT-ROW-KEY - PERFORM with WS-LOT-SCAN on a row;
      *       answers its expiry in WS-LOT-ROW-KEY.
      *   SUM-ITEM-LOTS - PERFORM with WS-CHK-LOT-CODE set, after
      *       SET-LOT-TODAY-KEY; answers WS-LOT-HELD-QTY and
      *       WS-LOT-LIVE-QTY.
      *   REWRITE-LOT-REGISTER - PERFORM once at end of run; only
      *       touches the file when something changed, and drops
      *       lots drawn down to nothing.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-LOT-REGISTER.
           PERFORM RESOLVE-LOT-FILENAME.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'LOT REGISTER NOT OPENED - FILE STATUS '
                   WS-LOT-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-LOT-EOF
               PERFORM UNTIL WS-LOT-EOF = 'Y'
                   READ LOT-FILE INTO WS-LOT
                       AT END
                           MOVE 'Y' TO WS-LOT-EOF
                       NOT AT END
                           IF WS-LOT-CNT < WS-LOT-CAPACITY
                               ADD 1 TO WS-LOT-CNT
                               MOVE LOT-ITEM-CODE OF WS-LOT
                                   TO WS-LOT-CODE (WS-LOT-CNT)
                               MOVE LOT-NUMBER OF WS-LOT
                                   TO WS-LOT-NUMBER (WS-LOT-CNT)
                               MOVE LOT-EXPIRY OF WS-LOT
                                   TO WS-LOT-EXPIRY (WS-LOT-CNT)
                               MOVE LOT-QTY OF WS-LOT
                                   TO WS-LOT-QTY (WS-LOT-CNT)
                               MOVE LOT-RECEIVED OF WS-LOT
                                   TO WS-LOT-RECEIVED (WS-LOT-CNT)
                           ELSE
                               ADD 1 TO WS-LOT-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-FILE
           END-IF
           END-IF.
           IF WS-LOT-DROPPED > 0
               DISPLAY 'LOT REGISTER EXCEEDS CAPACITY, '
                   WS-LOT-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           CHECK-LOT-CONTROLLED.
      * Potions and scrolls go inert after a shelf life - every
      * category of either family starts with its prefix.
           IF WS-CHK-LOT-CATEGORY (1:4) = 'POT-'
               OR WS-CHK-LOT-CATEGORY (1:4) = 'SCR-'
               MOVE 'Y' TO WS-LOT-CONTROLLED
           ELSE
               MOVE 'N' TO WS-LOT-CONTROLLED
           END-IF.

           SET-LOT-TODAY-KEY.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-LOT-TODAY-KEY.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-LOT-TODAY-KEY.

           BUILD-LOT-ROW-KEY.
           MOVE SPACES TO WS-LOT-ROW-KEY.
           STRING WS-LOT-EXPIRY (WS-LOT-SCAN) (7:4)
               WS-LOT-EXPIRY (WS-LOT-SCAN) (1:2)
               WS-LOT-EXPIRY (WS-LOT-SCAN) (4:2)
               DELIMITED BY SIZE INTO WS-LOT-ROW-KEY.

           SUM-ITEM-LOTS.
           MOVE 0 TO WS-LOT-HELD-QTY.
           MOVE 0 TO WS-LOT-LIVE-QTY.
           PERFORM VARYING WS-LOT-SCAN FROM 1 BY 1
           UNTIL WS-LOT-SCAN > WS-LOT-CNT
               IF WS-LOT-CODE (WS-LOT-SCAN) = WS-CHK-LOT-CODE
                   ADD WS-LOT-QTY (WS-LOT-SCAN) TO WS-LOT-HELD-QTY
                   PERFORM BUILD-LOT-ROW-KEY
                   IF WS-LOT-ROW-KEY NOT < WS-LOT-TODAY-KEY
                       ADD WS-LOT-QTY (WS-LOT-SCAN)
                           TO WS-LOT-LIVE-QTY
                   END-IF
               END-IF
           END-PERFORM.

           REWRITE-LOT-REGISTER.
           IF WS-LOT-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOT-FILE.
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'LOT REGISTER NOT REWRITTEN - FILE STATUS '
                   WS-LOT-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-LOT-KEPT-CNT.
           PERFORM VARYING WS-LOT-SCAN FROM 1 BY 1
           UNTIL WS-LOT-SCAN > WS-LOT-CNT
               IF WS-LOT-QTY (WS-LOT-SCAN) > 0
                   MOVE WS-LOT-CODE (WS-LOT-SCAN)
                       TO LOT-ITEM-CODE OF LOT-FILE-REC
                   MOVE WS-LOT-NUMBER (WS-LOT-SCAN)
                       TO LOT-NUMBER OF LOT-FILE-REC
                   MOVE WS-LOT-EXPIRY (WS-LOT-SCAN)
                       TO LOT-EXPIRY OF LOT-FILE-REC
                   MOVE WS-LOT-QTY (WS-LOT-SCAN)
                       TO LOT-QTY OF LOT-FILE-REC
                   MOVE WS-LOT-RECEIVED (WS-LOT-SCAN)
                       TO LOT-RECEIVED OF LOT-FILE-REC
                   WRITE LOT-FILE-REC
                   ADD 1 TO WS-LOT-KEPT-CNT
               END-IF
           END-PERFORM.
           CLOSE LOT-FILE.
           DISPLAY WS-LOT-KEPT-CNT ' LOTS WRITTEN TO '
               FUNCTION TRIM (WS-LOT-FILENAME).
