      ******************************************************************
      * Copybook: LMSTLOAD
      * Shared paragraphs for the location master (see LMSTREC/
      * LMSTWS).  Include in PROCEDURE DIVISION along with LMSTRSLV;
      * the program declares LOCMAST-FILE as a LINE SEQUENTIAL
      * SELECT whose FD record is LOCMAST-REC (COPY LMSTREC).
      *   LOAD-LOCATION-MASTER - PERFORM once up front; refuses to
      *       run without a master, the same way the vendor master
      *       refuses - an unknown location can no longer be told
      *       from a typo.
      *   CHECK-LOCATION-MASTER - PERFORM with WS-CHK-LMST-LOC set;
      *       answers WS-LMST-VALID and WS-LMST-FOUND-IX.
      *   SUM-LOCATION-UNITS - PERFORM with WS-CHK-LMST-LOC set;
      *       answers every item's units held there in
      *       WS-LMST-UNITS.
      *   CHECK-LOCATION-ROOM - PERFORM with WS-CHK-LMST-LOC and
      *       WS-LMST-ADD-QTY set; answers WS-LMST-REJECT.
      * Callers also include LOCWS/LOCLOAD (the balances the room
      * check sums) and LOCKWS/LOCKMGR: any refusing exit in here
      * gives a held catalog enqueue back first, and the release is
      * a no-op for lock-free callers.
      ******************************************************************
           LOAD-LOCATION-MASTER.
           PERFORM RESOLVE-LOCMAST-FILENAME.
           OPEN INPUT LOCMAST-FILE.
           IF WS-LOCMAST-STATUS NOT = '00'
               DISPLAY 'LOCATION MASTER NOT FOUND - FILE STATUS '
                   WS-LOCMAST-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-LMST-EOF.
           PERFORM UNTIL WS-LMST-EOF = 'Y'
               READ LOCMAST-FILE INTO WS-LMST
                   AT END
                       MOVE 'Y' TO WS-LMST-EOF
                   NOT AT END
                       IF WS-LMST-CNT < WS-LMST-CAPACITY-ROWS
                           ADD 1 TO WS-LMST-CNT
                           MOVE LMST-LOCATION OF WS-LMST
                               TO WS-LMST-LOC (WS-LMST-CNT)
                           MOVE LMST-DESC OF WS-LMST
                               TO WS-LMST-DESC (WS-LMST-CNT)
                           MOVE LMST-SELLABLE OF WS-LMST
                               TO WS-LMST-SELLABLE (WS-LMST-CNT)
                           MOVE LMST-CAPACITY OF WS-LMST
                               TO WS-LMST-CAPACITY (WS-LMST-CNT)
                           MOVE LMST-INSURED-LIMIT OF WS-LMST
                               TO WS-LMST-LIMIT (WS-LMST-CNT)
                       ELSE
                           ADD 1 TO WS-LMST-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCMAST-FILE.
           IF WS-LMST-DROPPED > 0
               DISPLAY 'LOCATION MASTER EXCEEDS CAPACITY, '
                   WS-LMST-DROPPED ' ROWS DROPPED'
           END-IF.
           IF WS-LMST-CNT = 0
               DISPLAY 'LOCATION MASTER IS EMPTY - NO LOCATION CAN '
                   'BE TRUSTED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           CHECK-LOCATION-MASTER.
           IF WS-CHK-LMST-LOC = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-CHK-LMST-LOC
           END-IF.
           MOVE 'N' TO WS-LMST-VALID.
           MOVE 0 TO WS-LMST-FOUND-IX.
           PERFORM VARYING WS-LMST-SCAN FROM 1 BY 1
           UNTIL WS-LMST-SCAN > WS-LMST-CNT
               IF WS-LMST-LOC (WS-LMST-SCAN) = WS-CHK-LMST-LOC
                   MOVE 'Y' TO WS-LMST-VALID
                   MOVE WS-LMST-SCAN TO WS-LMST-FOUND-IX
               END-IF
           END-PERFORM.

           SUM-LOCATION-UNITS.
           IF WS-CHK-LMST-LOC = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-CHK-LMST-LOC
           END-IF.
           MOVE 0 TO WS-LMST-UNITS.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-LOCATION (WS-LOC-SCAN) = WS-CHK-LMST-LOC
                   ADD WS-LOC-QTY (WS-LOC-SCAN) TO WS-LMST-UNITS
               END-IF
           END-PERFORM.

           CHECK-LOCATION-ROOM.
      * Unknown first - a typo must never open a new location - then
      * whether the units still fit on the shelves that are there.
           MOVE SPACES TO WS-LMST-REJECT.
           PERFORM CHECK-LOCATION-MASTER.
           IF WS-LMST-VALID = 'N'
               MOVE 'UNKNOWN LOCATION' TO WS-LMST-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-LMST-CAPACITY (WS-LMST-FOUND-IX) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUM-LOCATION-UNITS.
           IF WS-LMST-UNITS + WS-LMST-ADD-QTY
               > WS-LMST-CAPACITY (WS-LMST-FOUND-IX)
               MOVE 'LOCATION OVER CAPACITY' TO WS-LMST-REJECT
           END-IF.
