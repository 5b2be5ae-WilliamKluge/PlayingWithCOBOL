      ******************************************************************
      * Copybook: CONSLOAD
      * Shared paragraphs for the consignment ledger (see CONSREC/
      * CONSWS).  Include in PROCEDURE DIVISION along with CONSRSLV;
      * the program declares CONS-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is CONS-FILE-REC (COPY CONSREC).
      *   LOAD-CONSIGNMENT-LEDGER - PERFORM once up front; no ledger
      *       on disk just means nothing on consignment (status 35
      *       is not an error).  A ledger that lost rows on load is
      *       refused - the rewrite would forget the vendor's stock.
      *   FIND-CONSIGNMENT - PERFORM with WS-CHK-CONS-VENDOR and
      *       WS-CHK-CONS-CODE set; answers WS-CONS-FOUND and
      *       WS-CONS-FOUND-IX.
      *   SUM-ITEM-CONSIGNED - PERFORM with WS-CHK-CONS-CODE set;
      *       answers WS-CONS-ITEM-QTY and WS-CONS-FIRST-IX.
      *   REWRITE-CONSIGNMENT-LEDGER - PERFORM once at end of run;
      *       only touches the file when something changed, and
      *       drops rows drawn down to nothing.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-CONSIGNMENT-LEDGER.
           PERFORM RESOLVE-CONS-FILENAME.
           OPEN INPUT CONS-FILE.
           IF WS-CONS-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT LEDGER NOT OPENED - FILE STATUS '
                   WS-CONS-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-CONS-EOF
               PERFORM UNTIL WS-CONS-EOF = 'Y'
                   READ CONS-FILE INTO WS-CONS
                       AT END
                           MOVE 'Y' TO WS-CONS-EOF
                       NOT AT END
                           IF WS-CONS-CNT < WS-CONS-CAPACITY
                               ADD 1 TO WS-CONS-CNT
                               MOVE CONS-VENDOR OF WS-CONS
                                   TO WS-CONS-VENDOR (WS-CONS-CNT)
                               MOVE CONS-ITEM-CODE OF WS-CONS
                                   TO WS-CONS-CODE (WS-CONS-CNT)
                               MOVE CONS-QTY OF WS-CONS
                                   TO WS-CONS-QTY (WS-CONS-CNT)
                               MOVE CONS-RATE OF WS-CONS
                                   TO WS-CONS-RATE (WS-CONS-CNT)
                               MOVE CONS-LAST-DATE OF WS-CONS
                                   TO WS-CONS-DATE (WS-CONS-CNT)
                           ELSE
                               ADD 1 TO WS-CONS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONS-FILE
           END-IF
           END-IF.
           IF WS-CONS-DROPPED > 0
               DISPLAY 'CONSIGNMENT LEDGER EXCEEDS CAPACITY, '
                   WS-CONS-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FIND-CONSIGNMENT.
           MOVE 'N' TO WS-CONS-FOUND.
           MOVE 0 TO WS-CONS-FOUND-IX.
           PERFORM VARYING WS-CONS-SCAN FROM 1 BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               OR WS-CONS-FOUND = 'Y'
               IF WS-CONS-VENDOR (WS-CONS-SCAN) = WS-CHK-CONS-VENDOR
                   AND WS-CONS-CODE (WS-CONS-SCAN) = WS-CHK-CONS-CODE
                   MOVE 'Y' TO WS-CONS-FOUND
                   MOVE WS-CONS-SCAN TO WS-CONS-FOUND-IX
               END-IF
           END-PERFORM.

           SUM-ITEM-CONSIGNED.
           MOVE 0 TO WS-CONS-ITEM-QTY.
           MOVE 0 TO WS-CONS-FIRST-IX.
           PERFORM VARYING WS-CONS-SCAN FROM 1 BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               IF WS-CONS-CODE (WS-CONS-SCAN) = WS-CHK-CONS-CODE
                   AND WS-CONS-QTY (WS-CONS-SCAN) > 0
                   ADD WS-CONS-QTY (WS-CONS-SCAN) TO WS-CONS-ITEM-QTY
                   IF WS-CONS-FIRST-IX = 0
                       MOVE WS-CONS-SCAN TO WS-CONS-FIRST-IX
                   END-IF
               END-IF
           END-PERFORM.

           REWRITE-CONSIGNMENT-LEDGER.
           IF WS-CONS-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONS-FILE.
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSIGNMENT LEDGER NOT REWRITTEN - FILE '
                   'STATUS ' WS-CONS-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 0 TO WS-CONS-KEPT-CNT.
           PERFORM VARYING WS-CONS-SCAN FROM 1 BY 1
           UNTIL WS-CONS-SCAN > WS-CONS-CNT
               IF WS-CONS-QTY (WS-CONS-SCAN) > 0
                   MOVE WS-CONS-VENDOR (WS-CONS-SCAN)
                       TO CONS-VENDOR OF CONS-FILE-REC
                   MOVE WS-CONS-CODE (WS-CONS-SCAN)
                       TO CONS-ITEM-CODE OF CONS-FILE-REC
                   MOVE WS-CONS-QTY (WS-CONS-SCAN)
                       TO CONS-QTY OF CONS-FILE-REC
                   MOVE WS-CONS-RATE (WS-CONS-SCAN)
                       TO CONS-RATE OF CONS-FILE-REC
                   MOVE WS-CONS-DATE (WS-CONS-SCAN)
                       TO CONS-LAST-DATE OF CONS-FILE-REC
                   WRITE CONS-FILE-REC
                   ADD 1 TO WS-CONS-KEPT-CNT
               END-IF
           END-PERFORM.
           CLOSE CONS-FILE.
           DISPLAY WS-CONS-KEPT-CNT ' CONSIGNMENT ROWS WRITTEN TO '
               FUNCTION TRIM (WS-CONS-FILENAME).
