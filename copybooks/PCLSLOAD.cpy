      ******************************************************************
      * Copybook: PCLSLOAD
      * Shared paragraphs for the price-class tiers (see PCLSREC /
      * PCLSWS).  Include in PROCEDURE DIVISION along with PCLSRSLV;
      * the program declares PCLS-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is PCLS-FILE-REC (COPY PCLSREC).
      *   LOAD-PRICE-CLASSES - PERFORM once up front; a shop with no
      *       tier table sells everything at list (status 35 is not
      *       an error).  A table that lost rows on load is refused -
      *       a missing tier would reject honest discounted sales.
      *   FIND-CLASS-DISCOUNT - PERFORM with WS-CHK-PCLS-CLASS,
      *       WS-CHK-PCLS-CATEGORY and WS-CHK-PCLS-QTY set; answers
      *       WS-PCLS-DISC.  A blank class is retail.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-PRICE-CLASSES.
           PERFORM RESOLVE-PCLS-FILENAME.
           OPEN INPUT PCLS-FILE.
           IF WS-PCLS-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-PCLS-STATUS NOT = '00'
               DISPLAY 'PRICE CLASS TABLE NOT OPENED - FILE STATUS '
                   WS-PCLS-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-PCLS-EOF
               PERFORM UNTIL WS-PCLS-EOF = 'Y'
                   READ PCLS-FILE INTO WS-PCLS
                       AT END
                           MOVE 'Y' TO WS-PCLS-EOF
                       NOT AT END
                           IF WS-PCLS-CNT < WS-PCLS-CAPACITY
                               ADD 1 TO WS-PCLS-CNT
                               MOVE PCLS-CLASS OF WS-PCLS
                                   TO WS-PCLS-CLASS (WS-PCLS-CNT)
                               MOVE PCLS-CATEGORY OF WS-PCLS
                                   TO WS-PCLS-CATEGORY (WS-PCLS-CNT)
                               MOVE PCLS-MIN-QTY OF WS-PCLS
                                   TO WS-PCLS-MIN-QTY (WS-PCLS-CNT)
                               MOVE PCLS-DISC-PCT OF WS-PCLS
                                   TO WS-PCLS-DISC-PCT (WS-PCLS-CNT)
                           ELSE
                               ADD 1 TO WS-PCLS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCLS-FILE
           END-IF
           END-IF.
           IF WS-PCLS-DROPPED > 0
               DISPLAY 'PRICE CLASS TABLE EXCEEDS CAPACITY, '
                   WS-PCLS-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FIND-CLASS-DISCOUNT.
           IF WS-CHK-PCLS-CLASS = SPACE
               MOVE 'R' TO WS-CHK-PCLS-CLASS
           END-IF.
           MOVE 0 TO WS-PCLS-DISC.
           MOVE 0 TO WS-PCLS-HIT-IX.
           MOVE 'N' TO WS-PCLS-HIT-EXACT.
           MOVE 0 TO WS-PCLS-HIT-QTY.
           PERFORM VARYING WS-PCLS-SCAN FROM 1 BY 1
           UNTIL WS-PCLS-SCAN > WS-PCLS-CNT
               IF WS-PCLS-CLASS (WS-PCLS-SCAN) = WS-CHK-PCLS-CLASS
                   AND WS-PCLS-MIN-QTY (WS-PCLS-SCAN)
                       NOT > WS-CHK-PCLS-QTY
                   IF WS-PCLS-CATEGORY (WS-PCLS-SCAN)
                       = WS-CHK-PCLS-CATEGORY
                       IF WS-PCLS-HIT-EXACT = 'N'
                           OR WS-PCLS-MIN-QTY (WS-PCLS-SCAN)
                               NOT < WS-PCLS-HIT-QTY
                           MOVE WS-PCLS-SCAN TO WS-PCLS-HIT-IX
                           MOVE 'Y' TO WS-PCLS-HIT-EXACT
                           MOVE WS-PCLS-MIN-QTY (WS-PCLS-SCAN)
                               TO WS-PCLS-HIT-QTY
                       END-IF
                   ELSE
                   IF WS-PCLS-CATEGORY (WS-PCLS-SCAN) = SPACES
                       AND WS-PCLS-HIT-EXACT = 'N'
                       AND WS-PCLS-MIN-QTY (WS-PCLS-SCAN)
                           NOT < WS-PCLS-HIT-QTY
                       MOVE WS-PCLS-SCAN TO WS-PCLS-HIT-IX
                       MOVE WS-PCLS-MIN-QTY (WS-PCLS-SCAN)
                           TO WS-PCLS-HIT-QTY
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PCLS-HIT-IX > 0
               MOVE WS-PCLS-DISC-PCT (WS-PCLS-HIT-IX) TO WS-PCLS-DISC
           END-IF.
