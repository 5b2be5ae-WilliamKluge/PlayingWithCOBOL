      ******************************************************************
      * Copybook: XREFLOAD
      * Shared paragraphs for the vendor part cross-reference (see
      * XREFREC/XREFWS).  Include in PROCEDURE DIVISION; the program
      * declares XREF-FILE as a LINE SEQUENTIAL SELECT whose FD
      * record is XREF-REC (COPY XREFREC).
      *   LOAD-VENDOR-XREF - PERFORM once up front; a shop that has
      *       never mapped a part starts empty (status 35 is not an
      *       error - every vendor part then goes to suspense).
      *   FIND-VENDOR-XREF - PERFORM with WS-CHK-XREF-VENDOR and
      *       WS-CHK-XREF-PART set; answers WS-XREF-FOUND,
      *       WS-XREF-FOUND-IX and WS-XREF-FOUND-CODE.
      *   REWRITE-VENDOR-XREF - PERFORM once at end of run; only
      *       touches the file when something changed.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
      * here gives a held catalog enqueue back first, and the
      * release is a no-op for lock-free callers.
      ******************************************************************
           LOAD-VENDOR-XREF.
           PERFORM RESOLVE-XREF-FILENAME.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = '35'
               CONTINUE
           ELSE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'VENDOR XREF NOT OPENED - FILE STATUS '
                   WS-XREF-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           ELSE
               MOVE 'N' TO WS-XREF-EOF
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                   READ XREF-FILE INTO WS-XREF
                       AT END
                           MOVE 'Y' TO WS-XREF-EOF
                       NOT AT END
                           IF WS-XREF-CNT < WS-XREF-CAPACITY
                               ADD 1 TO WS-XREF-CNT
                               MOVE XREF-VENDOR OF WS-XREF
                                   TO WS-XREF-VENDOR (WS-XREF-CNT)
                               MOVE XREF-VENDOR-PART OF WS-XREF
                                   TO WS-XREF-PART (WS-XREF-CNT)
                               MOVE XREF-ITEM-CODE OF WS-XREF
                                   TO WS-XREF-CODE (WS-XREF-CNT)
                               MOVE XREF-ADDED-DATE OF WS-XREF
                                   TO WS-XREF-DATE (WS-XREF-CNT)
                           ELSE
                               ADD 1 TO WS-XREF-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           END-IF.
           IF WS-XREF-DROPPED > 0
               DISPLAY 'VENDOR XREF EXCEEDS CAPACITY, '
                   WS-XREF-DROPPED ' ROWS DROPPED'
           END-IF.

           FIND-VENDOR-XREF.
           MOVE 'N' TO WS-XREF-FOUND.
           MOVE 0 TO WS-XREF-FOUND-IX.
           MOVE SPACES TO WS-XREF-FOUND-CODE.
           PERFORM VARYING WS-XREF-SCAN FROM 1 BY 1
           UNTIL WS-XREF-SCAN > WS-XREF-CNT
               IF WS-XREF-VENDOR (WS-XREF-SCAN) = WS-CHK-XREF-VENDOR
                   AND WS-XREF-PART (WS-XREF-SCAN) = WS-CHK-XREF-PART
                   MOVE 'Y' TO WS-XREF-FOUND
                   MOVE WS-XREF-SCAN TO WS-XREF-FOUND-IX
                   MOVE WS-XREF-CODE (WS-XREF-SCAN)
                       TO WS-XREF-FOUND-CODE
               END-IF
           END-PERFORM.

           REWRITE-VENDOR-XREF.
           IF WS-XREF-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'VENDOR XREF NOT REWRITTEN - FILE STATUS '
                   WS-XREF-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-XREF-SCAN FROM 1 BY 1
           UNTIL WS-XREF-SCAN > WS-XREF-CNT
               IF WS-XREF-VENDOR (WS-XREF-SCAN) NOT = SPACES
                   MOVE WS-XREF-VENDOR (WS-XREF-SCAN)
                       TO XREF-VENDOR OF XREF-REC
                   MOVE WS-XREF-PART (WS-XREF-SCAN)
                       TO XREF-VENDOR-PART OF XREF-REC
                   MOVE WS-XREF-CODE (WS-XREF-SCAN)
                       TO XREF-ITEM-CODE OF XREF-REC
                   MOVE WS-XREF-DATE (WS-XREF-SCAN)
                       TO XREF-ADDED-DATE OF XREF-REC
                   WRITE XREF-REC
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           DISPLAY 'VENDOR XREF UPDATED ON '
               FUNCTION TRIM (WS-XREF-FILENAME).
