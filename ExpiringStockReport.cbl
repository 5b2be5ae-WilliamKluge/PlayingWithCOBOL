      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Expiring-stock report over the lot register - every
      *          lot of a lot-controlled item still holding stock that
      *          expires within 90 days, bucketed at 30/60/90 days
      *          with the gold value at risk per bucket, and any lot
      *          already past its date that the next posting run will
      *          write off listed first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRING-STOCK-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The catalog we report against - ITEMFILE env var as usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * The lot register the posting run keeps - LOTFILE env var,
      * defaults to lotregister.txt (see LOTRSLV)
           SELECT LOT-FILE ASSIGN DYNAMIC WS-LOT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD LOT-FILE.
           01 LOT-FILE-REC.
               COPY LOTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           COPY LOTWS.
           COPY LOCKWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
      * Catalog capacity matches the OCCURS bound in ITEMTAB - when
      * the catalog has more rows than this, we count and report the
      * ones we had to drop instead of writing past the table.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
      * magicitems.txt ends with a trailer record (item code TRLR99)
      * whose quantity field carries the row count - not a real item,
      * so it is skipped going into the table.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY DATESTAMP.
           01 WS-FOUND-IX              PIC 9(4).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Date arithmetic - both dates as integers, the difference in
      * days driving the bucketing.  A lot is live through its
      * expiry date, so a lot expiring today has 0 days left.
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-TODAY-INT             PIC 9(8).
           01 WS-EXPIRY-INT            PIC 9(8).
           01 WS-DAYS-LEFT             PIC S9(5).
           01 WS-DAYS-EDIT             PIC -----9.
      * The report prints one bucket at a time, soonest first - each
      * pass over the register prints the lots whose days left fall
      * between the bucket's bounds.
           01 WS-BUCKET-IX             PIC 9(1).
           01 WS-BUCKET-TABLE.
               05 WS-BUCKET-ROW OCCURS 4 TIMES.
                   10 WS-BUCKET-LABEL     PIC X(12).
                   10 WS-BUCKET-LOW       PIC S9(5).
                   10 WS-BUCKET-HIGH      PIC S9(5).
                   10 WS-BUCKET-CNT       PIC 9(4).
                   10 WS-BUCKET-QTY       PIC 9(7).
                   10 WS-BUCKET-VALUE     PIC 9(13)V99.
           01 WS-ROW-NAME              PIC X(30).
           01 WS-ROW-VALUE             PIC 9(12)V99.
           01 WS-TOTAL-VALUE           PIC 9(13)V99 VALUE 0.
           01 WS-ROW-VALUE-EDIT        PIC ZZZZZZZZZZ9.99.
           01 WS-TOTAL-VALUE-EDIT      PIC ZZZZZZZZZZZ9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'EXPIRING-STOCK-REPORT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM TAKE-SHARED-LOCK.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           PERFORM LOAD-CATALOG.
           CLOSE ITEM.
           PERFORM LOAD-LOT-REGISTER.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-EXPIRY-REPORT.
           STOP RUN.

           LOAD-CATALOG.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
                           IF WS-REC-CNT < WS-CATALOG-CAPACITY
                               ADD 1 TO WS-REC-CNT
                               MOVE ITEM-CODE        OF WS-ITEM
                                   TO WS-ITEM-CODE (WS-REC-CNT)
                               MOVE ITEM-NAME        OF WS-ITEM
                                   TO WS-ITEM-NAME (WS-REC-CNT)
                               MOVE ITEM-CATEGORY    OF WS-ITEM
                                   TO WS-ITEM-CATEGORY (WS-REC-CNT)
                               MOVE ITEM-GOLD-VALUE  OF WS-ITEM
                                   TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                               MOVE ITEM-QTY-ON-HAND OF WS-ITEM
                                   TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                           ELSE
                               ADD 1 TO WS-ROWS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'CATALOG EXCEEDS CAPACITY, ' WS-ROWS-DROPPED
                   ' ROWS DROPPED FROM REPORT'
           END-IF.

           SET-UP-BUCKETS.
           MOVE 'EXPIRED' TO WS-BUCKET-LABEL (1).
           MOVE -99999 TO WS-BUCKET-LOW (1).
           MOVE -1 TO WS-BUCKET-HIGH (1).
           MOVE '0-30 DAYS' TO WS-BUCKET-LABEL (2).
           MOVE 0 TO WS-BUCKET-LOW (2).
           MOVE 30 TO WS-BUCKET-HIGH (2).
           MOVE '31-60 DAYS' TO WS-BUCKET-LABEL (3).
           MOVE 31 TO WS-BUCKET-LOW (3).
           MOVE 60 TO WS-BUCKET-HIGH (3).
           MOVE '61-90 DAYS' TO WS-BUCKET-LABEL (4).
           MOVE 61 TO WS-BUCKET-LOW (4).
           MOVE 90 TO WS-BUCKET-HIGH (4).
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
               MOVE 0 TO WS-BUCKET-CNT (WS-BUCKET-IX)
               MOVE 0 TO WS-BUCKET-QTY (WS-BUCKET-IX)
               MOVE 0 TO WS-BUCKET-VALUE (WS-BUCKET-IX)
           END-PERFORM.

           PRINT-EXPIRY-REPORT.
           PERFORM SET-LOT-TODAY-KEY.
           MOVE WS-LOT-TODAY-KEY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM SET-UP-BUCKETS.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'EXPIRING STOCK REPORT  RUN DATE: '
               WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'CODE   NAME                           LOT        '
               'EXPIRY       DAYS QTY     GOLD AT RISK'.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
               PERFORM PRINT-ONE-BUCKET
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
               MOVE WS-BUCKET-VALUE (WS-BUCKET-IX)
                   TO WS-TOTAL-VALUE-EDIT
               DISPLAY WS-BUCKET-LABEL (WS-BUCKET-IX) ' LOTS: '
                   WS-BUCKET-CNT (WS-BUCKET-IX)
                   '  QTY: ' WS-BUCKET-QTY (WS-BUCKET-IX)
                   '  GOLD: ' WS-TOTAL-VALUE-EDIT
           END-PERFORM.
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-VALUE-EDIT.
           DISPLAY 'GOLD VALUE EXPIRED OR EXPIRING WITHIN 90 DAYS: '
               WS-TOTAL-VALUE-EDIT.
           DISPLAY 'END OF REPORT'.

           PRINT-ONE-BUCKET.
           DISPLAY '------------------------------------------------'.
           DISPLAY WS-BUCKET-LABEL (WS-BUCKET-IX).
           PERFORM VARYING WS-LOT-SCAN FROM 1 BY 1
           UNTIL WS-LOT-SCAN > WS-LOT-CNT
               IF WS-LOT-QTY (WS-LOT-SCAN) > 0
                   PERFORM PRINT-ONE-LOT
               END-IF
           END-PERFORM.

           PRINT-ONE-LOT.
           PERFORM BUILD-LOT-ROW-KEY.
           MOVE WS-LOT-ROW-KEY TO WS-DATE-NUM.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT.
           IF WS-DAYS-LEFT < WS-BUCKET-LOW (WS-BUCKET-IX)
               OR WS-DAYS-LEFT > WS-BUCKET-HIGH (WS-BUCKET-IX)
               EXIT PARAGRAPH
           END-IF.
      * Gold at risk is priced off the catalog - a lot whose item has
      * since been purged still prints, at no value.
           MOVE 'NOT ON CATALOG' TO WS-ROW-NAME.
           MOVE 0 TO WS-ROW-VALUE.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX)
                   = WS-LOT-CODE (WS-LOT-SCAN)
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
                   MOVE WS-ITEM-NAME (WS-FOUND-IX) TO WS-ROW-NAME
                   COMPUTE WS-ROW-VALUE =
                       WS-LOT-QTY (WS-LOT-SCAN)
                       * WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
           END-SEARCH.
           ADD 1 TO WS-BUCKET-CNT (WS-BUCKET-IX).
           ADD WS-LOT-QTY (WS-LOT-SCAN)
               TO WS-BUCKET-QTY (WS-BUCKET-IX).
           ADD WS-ROW-VALUE TO WS-BUCKET-VALUE (WS-BUCKET-IX)
               WS-TOTAL-VALUE.
           MOVE WS-ROW-VALUE TO WS-ROW-VALUE-EDIT.
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT.
           DISPLAY WS-LOT-CODE (WS-LOT-SCAN) ' '
               WS-ROW-NAME ' '
               WS-LOT-NUMBER (WS-LOT-SCAN) ' '
               WS-LOT-EXPIRY (WS-LOT-SCAN) ' '
               WS-DAYS-EDIT ' '
               WS-LOT-QTY (WS-LOT-SCAN) ' '
               WS-ROW-VALUE-EDIT.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY LOTRSLV.
           COPY LOTLOAD.
           COPY LOCKMGR.

       END PROGRAM EXPIRING-STOCK-REPORT.
