      ******************************************************************
      * Copybook: CSCHLOAD
      * Shared paragraphs for the count schedule (see CSCHREC /
      * CSCHWS).  Include in PROCEDURE DIVISION along with CSCHRSLV;
      * the program declares CSCH-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is CSCH-FILE-REC (COPY CSCHREC).
      *   LOAD-COUNT-SCHEDULE - PERFORM once up front; no schedule
      *       on disk just means nothing ranked or counted yet
      *       (status 35 is not an error).  A schedule that lost
      *       rows on load is refused - the rewrite would forget
      *       when those items were last counted.
      *   FIND-COUNT-SCHEDULE - PERFORM with WS-CHK-CSCH-CODE set;
      *       answers WS-CSCH-FOUND and WS-CSCH-FOUND-IX.
      *   ADD-COUNT-SCHEDULE-ROW - appends an unranked, never-
      *       counted row for WS-CHK-CSCH-CODE and leaves
      *       WS-CSCH-FOUND-IX on it.
      *   REWRITE-COUNT-SCHEDULE - PERFORM once at end of run; only
      *       touches the file when something changed.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-COUNT-SCHEDULE.
           PERFORM RESOLVE-CSCH-FILENAME.
           OPEN INPUT CSCH-FILE.
           IF WS-CSCH-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-CSCH-STATUS NOT = '00'
               DISPLAY 'COUNT SCHEDULE NOT OPENED - FILE STATUS '
                   WS-CSCH-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-CSCH-EOF
               PERFORM UNTIL WS-CSCH-EOF = 'Y'
                   READ CSCH-FILE INTO WS-CSCH
                       AT END
                           MOVE 'Y' TO WS-CSCH-EOF
                       NOT AT END
                           IF WS-CSCH-CNT < WS-CSCH-CAPACITY
                               ADD 1 TO WS-CSCH-CNT
                               MOVE CSCH-ITEM-CODE OF WS-CSCH
                                   TO WS-CSCH-CODE (WS-CSCH-CNT)
                               MOVE CSCH-CLASS OF WS-CSCH
                                   TO WS-CSCH-CLASS (WS-CSCH-CNT)
                               MOVE CSCH-USAGE-VALUE OF WS-CSCH
                                   TO WS-CSCH-VALUE (WS-CSCH-CNT)
                               MOVE CSCH-LAST-SHEETED OF WS-CSCH
                                   TO WS-CSCH-SHEETED (WS-CSCH-CNT)
                               MOVE CSCH-LAST-COUNTED OF WS-CSCH
                                   TO WS-CSCH-COUNTED (WS-CSCH-CNT)
                           ELSE
                               ADD 1 TO WS-CSCH-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSCH-FILE
           END-IF
           END-IF.
           IF WS-CSCH-DROPPED > 0
               DISPLAY 'COUNT SCHEDULE EXCEEDS CAPACITY, '
                   WS-CSCH-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           FIND-COUNT-SCHEDULE.
           MOVE 'N' TO WS-CSCH-FOUND.
           MOVE 0 TO WS-CSCH-FOUND-IX.
           PERFORM VARYING WS-CSCH-SCAN FROM 1 BY 1
           UNTIL WS-CSCH-SCAN > WS-CSCH-CNT
               IF WS-CSCH-CODE (WS-CSCH-SCAN) = WS-CHK-CSCH-CODE
                   MOVE 'Y' TO WS-CSCH-FOUND
                   MOVE WS-CSCH-SCAN TO WS-CSCH-FOUND-IX
               END-IF
           END-PERFORM.

           ADD-COUNT-SCHEDULE-ROW.
           IF WS-CSCH-CNT < WS-CSCH-CAPACITY
               ADD 1 TO WS-CSCH-CNT
               MOVE WS-CHK-CSCH-CODE TO WS-CSCH-CODE (WS-CSCH-CNT)
               MOVE SPACE TO WS-CSCH-CLASS (WS-CSCH-CNT)
               MOVE 0 TO WS-CSCH-VALUE (WS-CSCH-CNT)
               MOVE SPACES TO WS-CSCH-SHEETED (WS-CSCH-CNT)
               MOVE SPACES TO WS-CSCH-COUNTED (WS-CSCH-CNT)
               MOVE WS-CSCH-CNT TO WS-CSCH-FOUND-IX
               MOVE 'Y' TO WS-CSCH-FOUND
           ELSE
               DISPLAY 'COUNT SCHEDULE TABLE FULL - ROW NOT ADDED: '
                   WS-CHK-CSCH-CODE
               MOVE 0 TO WS-CSCH-FOUND-IX
               MOVE 'N' TO WS-CSCH-FOUND
           END-IF.

           REWRITE-COUNT-SCHEDULE.
           IF WS-CSCH-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CSCH-FILE.
           IF WS-CSCH-STATUS NOT = '00'
               DISPLAY 'COUNT SCHEDULE NOT REWRITTEN - FILE STATUS '
                   WS-CSCH-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-CSCH-SCAN FROM 1 BY 1
           UNTIL WS-CSCH-SCAN > WS-CSCH-CNT
               MOVE WS-CSCH-CODE (WS-CSCH-SCAN)
                   TO CSCH-ITEM-CODE OF CSCH-FILE-REC
               MOVE WS-CSCH-CLASS (WS-CSCH-SCAN)
                   TO CSCH-CLASS OF CSCH-FILE-REC
               MOVE WS-CSCH-VALUE (WS-CSCH-SCAN)
                   TO CSCH-USAGE-VALUE OF CSCH-FILE-REC
               MOVE WS-CSCH-SHEETED (WS-CSCH-SCAN)
                   TO CSCH-LAST-SHEETED OF CSCH-FILE-REC
               MOVE WS-CSCH-COUNTED (WS-CSCH-SCAN)
                   TO CSCH-LAST-COUNTED OF CSCH-FILE-REC
               WRITE CSCH-FILE-REC
           END-PERFORM.
           CLOSE CSCH-FILE.
           DISPLAY 'COUNT SCHEDULE UPDATED ON '
               FUNCTION TRIM (WS-CSCH-FILENAME).
