      ******************************************************************
      * Copybook: SORDLOAD
      * Shared paragraphs for the sales-order file (see SORDREC /
      * SORDWS).  Include in PROCEDURE DIVISION along with SORDRSLV;
      * the program declares SORDER-FILE as a LINE SEQUENTIAL
      * SELECT whose FD record is SORDER-FILE-REC (COPY SORDREC).
      *   LOAD-SALES-ORDERS - PERFORM once up front; a shop that has
      *       never taken an order starts with an empty table
      *       (status 35 is not an error).
      *   REWRITE-SALES-ORDERS - PERFORM once at end of run to put
      *       the whole table back; callers that rewrite refuse to
      *       run on a table that dropped rows on load.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-SALES-ORDERS.
           PERFORM RESOLVE-SORDER-FILENAME.
           OPEN INPUT SORDER-FILE.
           IF WS-SORDER-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-SORDER-STATUS NOT = '00'
               DISPLAY 'SALES ORDER FILE NOT OPENED - FILE STATUS '
                   WS-SORDER-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-SORD-EOF
               PERFORM UNTIL WS-SORD-EOF = 'Y'
                   READ SORDER-FILE INTO WS-SORD
                       AT END
                           MOVE 'Y' TO WS-SORD-EOF
                       NOT AT END
                           IF WS-SORD-CNT < WS-SORD-CAPACITY
                               ADD 1 TO WS-SORD-CNT
                               MOVE WS-SORD TO WS-SORD-ROW (WS-SORD-CNT)
                           ELSE
                               ADD 1 TO WS-SORD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORDER-FILE
           END-IF
           END-IF.
           IF WS-SORD-DROPPED > 0
               DISPLAY 'SALES ORDER FILE EXCEEDS CAPACITY, '
                   WS-SORD-DROPPED ' ROWS DROPPED'
           END-IF.

           REWRITE-SALES-ORDERS.
           OPEN OUTPUT SORDER-FILE.
           IF WS-SORDER-STATUS NOT = '00'
               DISPLAY 'SALES ORDER FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-SORDER-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               MOVE WS-SORD-ROW (WS-SORD-SCAN) TO SORDER-FILE-REC
               WRITE SORDER-FILE-REC
           END-PERFORM.
           CLOSE SORDER-FILE.
