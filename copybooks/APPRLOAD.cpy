      ******************************************************************
      * Copybook: APPRLOAD
      * Shared paragraphs for the maker-checker approval queue (see
      * APPRREC/APPRWS).  Include in PROCEDURE DIVISION along with
      * APPRRSLV and DATEFMT; the program declares APPR-FILE and
      * APPRLOG-FILE as LINE SEQUENTIAL SELECTs whose FD records are
      * APPR-FILE-REC and APPRLOG-REC, PIC X(235) each.
      *   LOAD-APPROVAL-QUEUE - PERFORM once up front, under the
      *       enqueue.  A shop that has never held a change starts
      *       with an empty queue (status 35 is not an error).  Also
      *       reads the approval log for the highest ID ever issued,
      *       so a decided row's number is never reused.
      *   FIND-PENDING-APPROVAL - PERFORM with WS-CHK-APPR-CODE set;
      *       answers WS-APPR-FOUND and WS-APPR-FOUND-IX for the
      *       item's row still waiting, if any.  An item with a change
      *       waiting takes no other change until it is decided.
      *   QUEUE-APPROVAL - PERFORM with WS-APPR filled in (source,
      *       flags, item, location, before/after images, extended
      *       value, initials, maker); numbers the row, stamps the
      *       time it was keyed and adds it to the table as pending.
      *       WS-APPR-QUEUED says whether there was room.
      *   SAVE-APPROVAL-QUEUE - PERFORM at end of run, after the
      *       run's own catalog rewrite has landed; puts the rows
      *       still pending back and copies every row this run
      *       queued or decided onto the approval log.  A posting
      *       run may repeat it at each restart point - a row goes
      *       onto the log once, the first save after it was touched.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-APPROVAL-QUEUE.
           PERFORM RESOLVE-APPR-FILENAMES.
           OPEN INPUT APPR-FILE.
           IF WS-APPR-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'APPROVAL FILE NOT OPENED - FILE STATUS '
                   WS-APPR-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-APPR-EOF
               PERFORM UNTIL WS-APPR-EOF = 'Y'
                   READ APPR-FILE INTO WS-APPR
                       AT END
                           MOVE 'Y' TO WS-APPR-EOF
                       NOT AT END
                           IF WS-APPR-CNT < WS-APPR-CAPACITY
                               ADD 1 TO WS-APPR-CNT
                               MOVE WS-APPR
                                   TO WS-APPR-ROW (WS-APPR-CNT)
                               MOVE 'N'
                                   TO WS-APPR-TOUCHED (WS-APPR-CNT)
                               IF APPR-ID > WS-APPR-NEXT-ID
                                   MOVE APPR-ID TO WS-APPR-NEXT-ID
                               END-IF
                           ELSE
                               ADD 1 TO WS-APPR-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-FILE
           END-IF
           END-IF.
      * Rewriting a truncated queue would lose changes still waiting
      * on a supervisor - refuse.
           IF WS-APPR-DROPPED > 0
               DISPLAY 'APPROVAL FILE EXCEEDS CAPACITY, '
                   WS-APPR-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT APPRLOG-FILE.
           IF WS-APPRLOG-STATUS = '00'
               MOVE 'N' TO WS-APPR-EOF
               PERFORM UNTIL WS-APPR-EOF = 'Y'
                   READ APPRLOG-FILE INTO WS-APPR
                       AT END
                           MOVE 'Y' TO WS-APPR-EOF
                       NOT AT END
                           IF APPR-ID IS NUMERIC
                               AND APPR-ID > WS-APPR-NEXT-ID
                               MOVE APPR-ID TO WS-APPR-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRLOG-FILE
           END-IF.

           FIND-PENDING-APPROVAL.
           MOVE 'N' TO WS-APPR-FOUND.
           MOVE 0 TO WS-APPR-FOUND-IX.
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               OR WS-APPR-FOUND = 'Y'
      * Item code at offset 12 and status at offset 8 of the row
      * image (see APPRREC).
               IF WS-APPR-ROW (WS-APPR-SCAN) (12:6) = WS-CHK-APPR-CODE
                   AND WS-APPR-ROW (WS-APPR-SCAN) (8:1) = 'P'
                   MOVE 'Y' TO WS-APPR-FOUND
                   MOVE WS-APPR-SCAN TO WS-APPR-FOUND-IX
               END-IF
           END-PERFORM.

           QUEUE-APPROVAL.
           IF WS-APPR-CNT NOT < WS-APPR-CAPACITY
               DISPLAY 'APPROVAL QUEUE FULL - CHANGE NOT HELD: '
                   APPR-ITEM-CODE
               MOVE 'N' TO WS-APPR-QUEUED
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-RUN-DATE-TIME.
           ADD 1 TO WS-APPR-NEXT-ID.
           MOVE WS-APPR-NEXT-ID TO APPR-ID.
           MOVE 'P' TO APPR-STATUS.
           MOVE WS-RUN-DATE-DISP TO APPR-MAKE-DATE.
           MOVE WS-RUN-TIME-DISP TO APPR-MAKE-TIME.
           MOVE SPACES TO APPR-CHECKER-ID.
           MOVE SPACES TO APPR-CHECK-DATE.
           MOVE SPACES TO APPR-CHECK-TIME.
           MOVE SPACES TO APPR-NOTE.
           ADD 1 TO WS-APPR-CNT.
           MOVE WS-APPR TO WS-APPR-ROW (WS-APPR-CNT).
           MOVE 'Y' TO WS-APPR-TOUCHED (WS-APPR-CNT).
           MOVE 'Y' TO WS-APPR-CHANGED.
           MOVE 'Y' TO WS-APPR-QUEUED.

           SAVE-APPROVAL-QUEUE.
           IF WS-APPR-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT APPR-FILE.
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'APPROVAL FILE NOT REWRITTEN - FILE STATUS '
                   WS-APPR-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               IF WS-APPR-ROW (WS-APPR-SCAN) (8:1) = 'P'
                   MOVE WS-APPR-ROW (WS-APPR-SCAN) TO APPR-FILE-REC
                   WRITE APPR-FILE-REC
               END-IF
           END-PERFORM.
           CLOSE APPR-FILE.
      * Same first-run discipline as the audit trail - the first
      * held change starts the log.
           OPEN INPUT APPRLOG-FILE.
           IF WS-APPRLOG-STATUS = '35'
               OPEN OUTPUT APPRLOG-FILE
               CLOSE APPRLOG-FILE
           ELSE
               CLOSE APPRLOG-FILE
           END-IF.
           OPEN EXTEND APPRLOG-FILE.
           IF WS-APPRLOG-STATUS NOT = '00'
               DISPLAY 'APPROVAL LOG NOT OPENED - FILE STATUS '
                   WS-APPRLOG-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-APPR-SCAN FROM 1 BY 1
           UNTIL WS-APPR-SCAN > WS-APPR-CNT
               IF WS-APPR-TOUCHED (WS-APPR-SCAN) = 'Y'
                   MOVE WS-APPR-ROW (WS-APPR-SCAN) TO APPRLOG-REC
                   WRITE APPRLOG-REC
                   MOVE 'N' TO WS-APPR-TOUCHED (WS-APPR-SCAN)
               END-IF
           END-PERFORM.
           CLOSE APPRLOG-FILE.
