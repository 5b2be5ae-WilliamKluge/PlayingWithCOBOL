      ******************************************************************
      * Copybook: BOMLOAD
      * Shared paragraphs for the kit bill of materials (see BOMREC /
      * BOMWS).  Include in PROCEDURE DIVISION along with BOMRSLV;
      * the program declares BOM-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is BOM-FILE-REC (COPY BOMREC).
      *   LOAD-KIT-BOM - PERFORM once up front; a shop that sells no
      *       kits has no file (status 35 is not an error).  A bill
      *       that lost rows on load is refused - a kit missing a
      *       component would assemble short and count wrong.
      *   COUNT-KIT-COMPONENTS - PERFORM with WS-CHK-BOM-KIT set;
      *       answers WS-BOM-COMP-CNT.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-KIT-BOM.
           PERFORM RESOLVE-BOM-FILENAME.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'KIT BILL OF MATERIALS NOT OPENED - FILE '
                   'STATUS ' WS-BOM-STATUS
      * Give any held enqueue back on the way out - a failure in
      * a shared loader must not strand the catalog lock (the
      * release is a no-op for callers holding none).
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-BOM-EOF
               PERFORM UNTIL WS-BOM-EOF = 'Y'
                   READ BOM-FILE INTO WS-BOM
                       AT END
                           MOVE 'Y' TO WS-BOM-EOF
                       NOT AT END
                           IF WS-BOM-CNT < WS-BOM-CAPACITY
                               ADD 1 TO WS-BOM-CNT
                               MOVE BOM-KIT-CODE OF WS-BOM
                                   TO WS-BOM-KIT (WS-BOM-CNT)
                               MOVE BOM-COMP-CODE OF WS-BOM
                                   TO WS-BOM-COMP (WS-BOM-CNT)
                               MOVE BOM-COMP-QTY OF WS-BOM
                                   TO WS-BOM-QTY (WS-BOM-CNT)
                           ELSE
                               ADD 1 TO WS-BOM-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
           END-IF
           END-IF.
           IF WS-BOM-DROPPED > 0
               DISPLAY 'KIT BILL OF MATERIALS EXCEEDS CAPACITY, '
                   WS-BOM-DROPPED ' ROWS DROPPED - RUN REFUSED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           COUNT-KIT-COMPONENTS.
           MOVE 0 TO WS-BOM-COMP-CNT.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               IF WS-BOM-KIT (WS-BOM-SCAN) = WS-CHK-BOM-KIT
                   ADD 1 TO WS-BOM-COMP-CNT
               END-IF
           END-PERFORM.
