      ******************************************************************
      * Copybook: WORDLOAD
      * Shared paragraphs for the work-order file (see WORDREC /
      * WORDWS).  Include in PROCEDURE DIVISION along with WORDRSLV;
      * the program declares WORDER-FILE as a LINE SEQUENTIAL
      * SELECT whose FD record is WORDER-FILE-REC (COPY WORDREC).
      *   LOAD-WORK-ORDERS - PERFORM once up front; a shop that has
      *       never sent a unit out starts with an empty table
      *       (status 35 is not an error).
      *   REWRITE-WORK-ORDERS - PERFORM once at end of run to put
      *       the whole table back; callers that rewrite refuse to
      *       run on a table that dropped rows on load.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-WORK-ORDERS.
           PERFORM RESOLVE-WORDER-FILENAME.
           OPEN INPUT WORDER-FILE.
           IF WS-WORDER-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-WORDER-STATUS NOT = '00'
               DISPLAY 'WORK ORDER FILE NOT OPENED - FILE STATUS '
                   WS-WORDER-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-WORD-EOF
               PERFORM UNTIL WS-WORD-EOF = 'Y'
                   READ WORDER-FILE INTO WS-WORD
                       AT END
                           MOVE 'Y' TO WS-WORD-EOF
                       NOT AT END
                           IF WS-WORD-CNT < WS-WORD-CAPACITY
                               ADD 1 TO WS-WORD-CNT
                               MOVE WS-WORD TO WS-WORD-ROW (WS-WORD-CNT)
                           ELSE
                               ADD 1 TO WS-WORD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORDER-FILE
           END-IF
           END-IF.
           IF WS-WORD-DROPPED > 0
               DISPLAY 'WORK ORDER FILE EXCEEDS CAPACITY, '
                   WS-WORD-DROPPED ' ROWS DROPPED'
           END-IF.

           REWRITE-WORK-ORDERS.
           OPEN OUTPUT WORDER-FILE.
           IF WS-WORDER-STATUS NOT = '00'
               DISPLAY 'WORK ORDER FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-WORDER-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
           UNTIL WS-WORD-SCAN > WS-WORD-CNT
               MOVE WS-WORD-ROW (WS-WORD-SCAN) TO WORDER-FILE-REC
               WRITE WORDER-FILE-REC
           END-PERFORM.
           CLOSE WORDER-FILE.
