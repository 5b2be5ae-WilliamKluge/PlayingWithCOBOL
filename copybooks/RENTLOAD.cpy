      ******************************************************************
      * Copybook: RENTLOAD
      * Shared paragraphs for the rental file (see RENTREC/RENTWS).
      * Include in PROCEDURE DIVISION along with RENTRSLV; the
      * program declares RENTAL-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is RENTAL-FILE-REC (COPY RENTREC).
      *   LOAD-RENTALS - PERFORM once up front; a shop that has
      *       never hired anything out starts with an empty table
      *       (status 35 is not an error).
      *   RESOLVE-RENTAL-GRACE - PERFORM once before judging a
      *       return or an overdue rental; RENTGRACEDAYS (digits)
      *       overrides the default grace period.
      *   REWRITE-RENTALS - PERFORM once at end of run to put the
      *       whole table back; callers that rewrite refuse to run
      *       on a table that dropped rows on load.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-RENTALS.
           PERFORM RESOLVE-RENTAL-FILENAME.
           OPEN INPUT RENTAL-FILE.
           IF WS-RENTAL-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-RENTAL-STATUS NOT = '00'
               DISPLAY 'RENTAL FILE NOT OPENED - FILE STATUS '
                   WS-RENTAL-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-RENT-EOF
               PERFORM UNTIL WS-RENT-EOF = 'Y'
                   READ RENTAL-FILE INTO WS-RENT
                       AT END
                           MOVE 'Y' TO WS-RENT-EOF
                       NOT AT END
                           IF WS-RENT-CNT < WS-RENT-CAPACITY
                               ADD 1 TO WS-RENT-CNT
                               MOVE WS-RENT TO WS-RENT-ROW (WS-RENT-CNT)
                           ELSE
                               ADD 1 TO WS-RENT-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-FILE
           END-IF
           END-IF.
           IF WS-RENT-DROPPED > 0
               DISPLAY 'RENTAL FILE EXCEEDS CAPACITY, '
                   WS-RENT-DROPPED ' ROWS DROPPED'
           END-IF.

           RESOLVE-RENTAL-GRACE.
           ACCEPT WS-RENT-GRACE-IN FROM ENVIRONMENT 'RENTGRACEDAYS'.
           IF WS-RENT-GRACE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-RENT-GRACE-IN) = 0
                   AND FUNCTION NUMVAL (WS-RENT-GRACE-IN) >= 0
                   COMPUTE WS-RENT-GRACE-DAYS =
                       FUNCTION NUMVAL (WS-RENT-GRACE-IN)
               ELSE
                   DISPLAY 'RENTGRACEDAYS NOT A NUMBER OF DAYS - '
                       'USING ' WS-RENT-GRACE-DAYS
               END-IF
           END-IF.

           REWRITE-RENTALS.
           OPEN OUTPUT RENTAL-FILE.
           IF WS-RENTAL-STATUS NOT = '00'
               DISPLAY 'RENTAL FILE NOT REWRITTEN - FILE STATUS '
                   WS-RENTAL-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-RENT-SCAN FROM 1 BY 1
           UNTIL WS-RENT-SCAN > WS-RENT-CNT
               MOVE WS-RENT-ROW (WS-RENT-SCAN) TO RENTAL-FILE-REC
               WRITE RENTAL-FILE-REC
           END-PERFORM.
           CLOSE RENTAL-FILE.
