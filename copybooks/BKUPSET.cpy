      ******************************************************************
      * Copybook: BKUPSET
      * Shared paragraphs for the end-of-day backup set (see BKUPWS /
      * BKMFREC).  The program declares SOURCE-FILE (ASSIGN DYNAMIC
      * WS-BK-SOURCE-NAME) and SET-FILE (ASSIGN DYNAMIC WS-BK-SET-
      * FILENAME) as LINE SEQUENTIAL SELECTs whose FD records are
      * SOURCE-REC and SET-REC, both PIC X(512).
      *   RESOLVE-BACKUP-SET-NAMES - PERFORM with WS-BK-SET-DATE set;
      *       resolves the prefix and names the set's manifest.
      *   BUILD-SET-FILENAME - PERFORM with WS-BK-SOURCE-NAME set;
      *       names its copy in the set in WS-BK-SET-FILENAME.
      *   HASH-BACKUP-RECORD - PERFORM once per record read into
      *       WS-BK-BUFFER; adds it to WS-BK-RECORD-CNT and WS-BK-
      *       HASH-TOTAL.  The hash weights every character by its
      *       column, so a transposed or shifted field shows where a
      *       plain sum of the bytes would not.
      *   HASH-SET-FILE / HASH-SOURCE-FILE - count and hash the
      *       whole of the named file from the top; WS-BK-READ-OK is
      *       N when it could not be opened or read through.
      ******************************************************************
           RESOLVE-BACKUP-SET-NAMES.
           ACCEPT WS-BK-PREFIX FROM ENVIRONMENT 'BACKUPPREFIX'.
           IF WS-BK-PREFIX = SPACES
               MOVE 'backup.' TO WS-BK-PREFIX
           END-IF.
           MOVE SPACES TO WS-BK-MANIFEST-FILENAME.
           STRING FUNCTION TRIM (WS-BK-PREFIX) WS-BK-SET-DATE
               '.manifest.txt'
               DELIMITED BY SIZE INTO WS-BK-MANIFEST-FILENAME.

           BUILD-SET-FILENAME.
      * The copy keeps the file's own name without its directory -
      * a catalog run from another directory still lands in the set.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BK-SOURCE-NAME))
               TO WS-BK-NAME-LEN.
           MOVE 0 TO WS-BK-SLASH-POS.
           PERFORM VARYING WS-BK-SCAN-POS
               FROM WS-BK-NAME-LEN BY -1
               UNTIL WS-BK-SCAN-POS < 1
                   OR WS-BK-SLASH-POS > 0
               IF WS-BK-SOURCE-NAME (WS-BK-SCAN-POS:1) = '/'
                   MOVE WS-BK-SCAN-POS TO WS-BK-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BK-BASENAME.
           MOVE WS-BK-SOURCE-NAME (WS-BK-SLASH-POS + 1:
               WS-BK-NAME-LEN - WS-BK-SLASH-POS) TO WS-BK-BASENAME.
           MOVE SPACES TO WS-BK-SET-FILENAME.
           STRING FUNCTION TRIM (WS-BK-PREFIX) WS-BK-SET-DATE '.'
               FUNCTION TRIM (WS-BK-BASENAME)
               DELIMITED BY SIZE INTO WS-BK-SET-FILENAME.

           HASH-BACKUP-RECORD.
           ADD 1 TO WS-BK-RECORD-CNT.
           IF WS-BK-BUFFER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-BK-BUFFER TRAILING))
               TO WS-BK-LEN.
           PERFORM VARYING WS-BK-POS FROM 1 BY 1
           UNTIL WS-BK-POS > WS-BK-LEN
               COMPUTE WS-BK-HASH-TOTAL = WS-BK-HASH-TOTAL
                   + FUNCTION ORD (WS-BK-BUFFER (WS-BK-POS:1))
                   * WS-BK-POS
           END-PERFORM.

           HASH-SET-FILE.
           MOVE 0 TO WS-BK-RECORD-CNT.
           MOVE 0 TO WS-BK-HASH-TOTAL.
           MOVE 'Y' TO WS-BK-READ-OK.
           OPEN INPUT SET-FILE.
           IF WS-BK-SET-STATUS NOT = '00'
               MOVE 'N' TO WS-BK-READ-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BK-EOF.
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ SET-FILE INTO WS-BK-BUFFER
                   AT END
                       MOVE 'Y' TO WS-BK-EOF
                   NOT AT END
                       IF WS-BK-SET-STATUS NOT = '00'
                           MOVE 'N' TO WS-BK-READ-OK
                           MOVE 'Y' TO WS-BK-EOF
                       ELSE
                           PERFORM HASH-BACKUP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SET-FILE.

           HASH-SOURCE-FILE.
           MOVE 0 TO WS-BK-RECORD-CNT.
           MOVE 0 TO WS-BK-HASH-TOTAL.
           MOVE 'Y' TO WS-BK-READ-OK.
           OPEN INPUT SOURCE-FILE.
           IF WS-BK-SOURCE-STATUS NOT = '00'
               MOVE 'N' TO WS-BK-READ-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BK-EOF.
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ SOURCE-FILE INTO WS-BK-BUFFER
                   AT END
                       MOVE 'Y' TO WS-BK-EOF
                   NOT AT END
                       IF WS-BK-SOURCE-STATUS NOT = '00'
                           MOVE 'N' TO WS-BK-READ-OK
                           MOVE 'Y' TO WS-BK-EOF
                       ELSE
                           PERFORM HASH-BACKUP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
