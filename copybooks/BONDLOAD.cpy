      ******************************************************************
      * Copybook: BONDLOAD
      * Shared paragraphs for the bonded stock ledger (see BONDREC/
      * BONDWS).  Include in PROCEDURE DIVISION along with BONDRSLV;
      * the program declares BOND-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is BOND-FILE-REC (COPY BONDREC).
      *   LOAD-BOND-LEDGER - PERFORM once up front; no ledger on
      *       disk just means nothing held in bond (status 35 is not
      *       an error).  A ledger that lost rows on load is refused
      *       - the rewrite would forget duty the crown is owed.
      *   FIND-BOND-ROW - PERFORM with WS-CHK-BOND-CODE set; answers
      *       WS-BOND-FOUND and WS-BOND-FOUND-IX.
      *   REWRITE-BOND-LEDGER - PERFORM once at end of run; only
      *       touches the file when something changed, and drops
      *       rows drawn down to nothing.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-BOND-LEDGER.
           PERFORM RESOLVE-BOND-FILENAME.
           OPEN INPUT BOND-FILE.
           IF WS-BOND-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-BOND-STATUS NOT = '00'
               DISPLAY 'BOND LEDGER NOT OPENED - FILE STATUS '
                   WS-BOND-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-BOND-EOF
               PERFORM UNTIL WS-BOND-EOF = 'Y'
                   READ BOND-FILE INTO WS-BOND
                       AT END
                           MOVE 'Y' TO WS-BOND-EOF
                       NOT AT END
                           IF WS-BOND-CNT < WS-BOND-CAPACITY
                               ADD 1 TO WS-BOND-CNT
                               MOVE BOND-ITEM-CODE OF WS-BOND
                                   TO WS-BOND-CODE (WS-BOND-CNT)
                               MOVE BOND-QTY OF WS-BOND
                                   TO WS-BOND-QTY (WS-BOND-CNT)
                               MOVE BOND-VALUE OF WS-BOND
                                   TO WS-BOND-VALUE (WS-BOND-CNT)
                               MOVE BOND-LAST-DATE OF WS-BOND
                                   TO WS-BOND-DATE (WS-BOND-CNT)
                           ELSE
                               ADD 1 TO WS-BOND-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOND-FILE
           END-IF
           END-IF.
           IF WS-BOND-DROPPED > 0
               DISPLAY 'BOND LEDGER EXCEEDS CAPACITY, '
                   WS-BOND-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FIND-BOND-ROW.
           MOVE 'N' TO WS-BOND-FOUND.
           MOVE 0 TO WS-BOND-FOUND-IX.
           PERFORM VARYING WS-BOND-SCAN FROM 1 BY 1
           UNTIL WS-BOND-SCAN > WS-BOND-CNT
               OR WS-BOND-FOUND = 'Y'
               IF WS-BOND-CODE (WS-BOND-SCAN) = WS-CHK-BOND-CODE
                   MOVE 'Y' TO WS-BOND-FOUND
                   MOVE WS-BOND-SCAN TO WS-BOND-FOUND-IX
               END-IF
           END-PERFORM.

           REWRITE-BOND-LEDGER.
           IF WS-BOND-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BOND-FILE.
           IF WS-BOND-STATUS NOT = '00'
               DISPLAY 'BOND LEDGER NOT REWRITTEN - FILE STATUS '
                   WS-BOND-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-BOND-KEPT-CNT.
           PERFORM VARYING WS-BOND-SCAN FROM 1 BY 1
           UNTIL WS-BOND-SCAN > WS-BOND-CNT
               IF WS-BOND-QTY (WS-BOND-SCAN) > 0
                   MOVE WS-BOND-CODE (WS-BOND-SCAN)
                       TO BOND-ITEM-CODE OF BOND-FILE-REC
                   MOVE WS-BOND-QTY (WS-BOND-SCAN)
                       TO BOND-QTY OF BOND-FILE-REC
                   MOVE WS-BOND-VALUE (WS-BOND-SCAN)
                       TO BOND-VALUE OF BOND-FILE-REC
                   MOVE WS-BOND-DATE (WS-BOND-SCAN)
                       TO BOND-LAST-DATE OF BOND-FILE-REC
                   WRITE BOND-FILE-REC
                   ADD 1 TO WS-BOND-KEPT-CNT
               END-IF
           END-PERFORM.
           CLOSE BOND-FILE.
           DISPLAY WS-BOND-KEPT-CNT ' BOND LEDGER ROWS WRITTEN TO '
               FUNCTION TRIM (WS-BOND-FILENAME).
