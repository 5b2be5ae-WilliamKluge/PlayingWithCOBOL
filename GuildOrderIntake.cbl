      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Inbound partner-guild order intake - reads a guild's
      *          order file (see GORDREC), proves its batch controls
      *          (record sequence, detail count and quantity hash,
      *          batch not already processed, guild an active
      *          account) and then takes each line the way sales-
      *          order entry does: the item must be on the catalog,
      *          released and not restricted, and the quantity is
      *          allocated only against what existing holds and the
      *          units out on hire leave on the shelf.  Accepted
      *          quantity goes on one sales order under the guild's
      *          account with its hold on the reservation file, so
      *          the pick list and ship confirmation carry it from
      *          there (see SORDREC/RSVREC).  A line the shelf can
      *          only part cover is accepted for what there is.  The
      *          guild gets an acknowledgment file back line by line
      *          (see GOAKREC), the sales desk gets the inbound order
      *          register, and the batch is logged so a resend of a
      *          processed batch is refused.  Holds the exclusive
      *          enqueue while the orders and holds are rewritten.
      * Tectonics: cobc
      * Modified: 2026-10-15 - the batch is logged before the enqueue
      *           is released, so a resend can never slip in between
      *           the rewrite of its orders and the log entry that
      *           refuses it.
      * Modified: 2026-10-15 - the item table is loaded from the indexed
      *           master, so stock posted by key since the last
      *           regeneration counts in the availability check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUILD-ORDER-INTAKE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The guild's order file - GUILDORDERFILE env var, defaults to
      * guildorders.txt (see GORDREC)
           SELECT GORDER-FILE ASSIGN DYNAMIC WS-GORD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GORD-STATUS.
      * The acknowledgment the guild picks up - GUILDORDACKFILE env
      * var, defaults to guildorderack.txt (see GOAKREC)
           SELECT GOAK-FILE ASSIGN DYNAMIC WS-GOAK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GOAK-STATUS.
      * Inbound order batches received - GORDBATFILE env var,
      * defaults to guildorderbatches.dat (see GBATREC)
           SELECT GOBAT-FILE ASSIGN DYNAMIC WS-GOBAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GOBAT-STATUS.
      * The sales orders the accepted lines go on - see SORDREC
           SELECT SORDER-FILE ASSIGN DYNAMIC WS-SORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORDER-STATUS.
      * The reservation file the lines allocate on - RESERVEFILE env
      * var, defaults to reservations.txt (see RSVRSLV)
           SELECT RESERVE-FILE ASSIGN DYNAMIC WS-RESERVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.
      * The catalog, for what a line may order, its category, price
      * and the stock on hand - from the indexed master, as
      * magicitems.txt lags the keyed postings until regenerated
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Per-location stock balances, for the units out on hire -
      * see LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * The guild's account - see CUSTREC/CUSTLOAD
           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
      * Price-class discount tiers the lines are priced against -
      * see PCLSREC/PCLSLOAD
           SELECT PCLS-FILE ASSIGN DYNAMIC WS-PCLS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCLS-STATUS.
      * Item lore, read for the handling classes on line 00 - see
      * LOREREC/HNDLWS
           SELECT LORE-FILE ASSIGN DYNAMIC WS-LORE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LORE-STATUS.
      * Append-only log of order lines added - see SAUDREC
           SELECT SO-AUDIT-FILE ASSIGN DYNAMIC WS-SAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAUD-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD GORDER-FILE.
           01 GORDER-REC               PIC X(40).
           FD GOAK-FILE.
           01 GOAK-REC                 PIC X(60).
           FD GOBAT-FILE.
           01 GOBAT-FILE-REC.
               COPY GBATREC.
           FD SORDER-FILE.
           01 SORDER-FILE-REC.
               COPY SORDREC.
           FD RESERVE-FILE.
           01 RESERVE-REC.
               COPY RSVREC.
           FD ITEM-INDEXED.
           01 IDX-ITEM-FILE.
               COPY ITEMREC
                   REPLACING ==ITEM-CODE==
                          BY ==IDX-ITEM-CODE==
                             ==ITEM-NAME==
                          BY ==IDX-ITEM-NAME==
                             ==ITEM-CATEGORY==
                          BY ==IDX-ITEM-CATEGORY==
                             ==ITEM-GOLD-VALUE==
                          BY ==IDX-ITEM-GOLD-VALUE==
                             ==ITEM-QTY-ON-HAND==
                          BY ==IDX-ITEM-QTY-ON-HAND==
                             ==ITEM-LIFECYCLE==
                          BY ==IDX-ITEM-LIFECYCLE==.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD CUSTOMER-FILE.
           01 CUSTOMER-REC.
               COPY CUSTREC.
           FD PCLS-FILE.
           01 PCLS-FILE-REC.
               COPY PCLSREC.
           FD LORE-FILE.
           01 LORE-FILE-REC.
               COPY LOREREC.
           FD SO-AUDIT-FILE.
           01 SO-AUDIT-REC.
               COPY SAUDREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-GORD-FILENAME         PIC X(100).
           01 WS-GORD-STATUS           PIC X(2).
           01 WS-GOAK-FILENAME         PIC X(100).
           01 WS-GOAK-STATUS           PIC X(2).
           01 WS-GOBAT-FILENAME        PIC X(100).
           01 WS-GOBAT-STATUS          PIC X(2).
           COPY GORDREC.
           COPY GOAKREC.
           01 WS-GOBAT.
               COPY GBATREC.
           COPY SORDSTAT.
           COPY SORDNAME.
           COPY SORDWS.
           01 WS-SORD-FOUND-IX         PIC 9(4).
           01 WS-NEXT-SO-SEQ           PIC 9(6) VALUE 0.
           COPY RSVSTAT.
           COPY RSVNAME.
           COPY RSVWS.
           01 WS-IDX-STATUS            PIC X(2).
      * The catalog rows a line may order from.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-FOUND-IX              PIC 9(4).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY CUSTNAME.
           COPY CUSTSTAT.
           COPY CUSTWS.
           COPY PCLSWS.
           COPY LOREWS.
           COPY HNDLWS.
           01 WS-ITEM-RESTRICTED       PIC A(1).
           01 WS-TGT-ITEM              PIC X(6).
           01 WS-SAUD-FILENAME         PIC X(100).
           01 WS-SAUD-STATUS           PIC X(2).
           COPY RUNSWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
      * The order file as read - one record at a time into the
      * buffer, then into the layout its type byte names.
           01 WS-GORD-BUFFER           PIC X(40).
           01 WS-GORD-EOF              PIC A(1).
           01 WS-GORD-REC-CNT          PIC 9(5) VALUE 0.
           01 WS-GORD-HEADER-SEEN      PIC A(1) VALUE 'N'.
           01 WS-GORD-TRAILER-SEEN     PIC A(1) VALUE 'N'.
           01 WS-GORD-SEQ-ERROR        PIC A(1) VALUE 'N'.
           01 WS-GORD-HASH             PIC 9(13)V99 VALUE 0.
      * The order's lines, held whole so the batch controls are
      * proved before any line is taken.
           01 WS-GOL-CNT               PIC 9(4) VALUE 0.
           01 WS-GOL-TABLE.
               03 WS-GOL-ROW OCCURS 999 TIMES.
                   05 WS-GOL-LINE         PIC X(3).
                   05 WS-GOL-CODE         PIC X(6).
                   05 WS-GOL-QTY-IN       PIC X(5).
                   05 WS-GOL-QTY          PIC 9(5).
                   05 WS-GOL-ACCEPT-QTY   PIC 9(5).
                   05 WS-GOL-STATUS       PIC X(1).
                   05 WS-GOL-REASON       PIC X(2).
                   05 WS-GOL-PRICE        PIC 9(7)V99.
                   05 WS-GOL-ITEM-IX      PIC 9(4).
           01 WS-GOL-CAPACITY          PIC 9(4) VALUE 999.
           01 WS-GOL-DROPPED           PIC 9(4) VALUE 0.
           01 WS-GOL-IX                PIC 9(4).
           01 WS-GOL-SCAN              PIC 9(4).
      * Why the whole batch was refused - blank while it stands.
           01 WS-GO-BATCH-REASON       PIC X(2) VALUE SPACES.
           01 WS-GO-ORDER-STATUS       PIC X(1).
           01 WS-GO-REASON             PIC X(2).
           01 WS-GO-REASON-TEXT        PIC X(34).
           01 WS-GO-STATUS-LABEL       PIC X(8).
           01 WS-GO-GUILD-NAME         PIC X(30) VALUE SPACES.
           01 WS-GO-GUILD-CLASS        PIC X(1) VALUE SPACES.
      * The sales order the accepted lines go on - its number is
      * only taken once a line is accepted, so a refused order
      * leaves no gap.
           01 WS-CUR-ORDER             PIC X(8) VALUE SPACES.
           01 WS-CUR-LINE              PIC 9(3) VALUE 0.
           01 WS-AVAIL-QTY             PIC 9(7).
           01 WS-LINE-QTY              PIC 9(5).
           01 WS-LINES-NEEDED          PIC 9(5).
           01 WS-EPIC-LINE             PIC A(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
      * Whole-run totals.
           01 WS-GO-ACCEPT-CNT         PIC 9(4) VALUE 0.
           01 WS-GO-PARTIAL-CNT        PIC 9(4) VALUE 0.
           01 WS-GO-REJECT-CNT         PIC 9(4) VALUE 0.
           01 WS-GO-QTY-ORDERED        PIC 9(7) VALUE 0.
           01 WS-GO-QTY-ACCEPTED       PIC 9(7) VALUE 0.
           01 WS-GO-VALUE-ACCEPTED     PIC 9(11)V99 VALUE 0.
           01 WS-GO-ACK-HASH           PIC 9(13)V99 VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-EDIT              PIC ZZZZ9.
           01 WS-TOTAL-QTY-EDIT        PIC ZZZZZZ9.
           01 WS-PRICE-EDIT            PIC ZZZZZZ9.99.
           01 WS-VALUE-EDIT            PIC ZZZZZZZZZZ9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'GUILD-ORDER-INTAKE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-GORDER-FILENAMES.
           PERFORM LOAD-GUILD-ORDER.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-PRICE-CLASSES.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-SALES-ORDERS.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-LOCATION-BALANCES.
      * Rewriting a truncated table would lose orders or holds -
      * refuse.
           IF WS-SORD-DROPPED > 0 OR WS-RSV-DROPPED > 0
               DISPLAY 'GUILD ORDER NOT TAKEN - ROWS WERE DROPPED '
                   'ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-ORDERABLE-ITEMS.
           PERFORM FIND-HIGHEST-SO-SEQ.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-SO-AUDIT-FILENAME.
           PERFORM OPEN-SO-AUDIT.
           PERFORM CHECK-BATCH-CONTROLS.
           PERFORM PRINT-REGISTER-HEADING.
           PERFORM VARYING WS-GOL-IX FROM 1 BY 1
           UNTIL WS-GOL-IX > WS-GOL-CNT
               PERFORM TAKE-ONE-ORDER-LINE
               PERFORM PRINT-REGISTER-LINE
           END-PERFORM.
           CLOSE SO-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               PERFORM REWRITE-SALES-ORDERS
               PERFORM REWRITE-RESERVE-FILE
           END-IF.
      * Logged while the enqueue is still held - once the orders
      * are on file the batch must be too, or a resend arriving
      * now would be taken a second time.
           PERFORM WRITE-INBOUND-BATCH-CONTROL.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM SET-ORDER-STATUS.
           PERFORM WRITE-ORDER-ACK.
           PERFORM PRINT-INTAKE-TOTALS.
           INITIALIZE WS-RUNS.
           MOVE WS-GOL-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-GO-REJECT-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
      * A refused batch is the guild's to resend - the step says so
      * with RC 4; lines the shelf could not cover are business as
      * usual and leave RC 0.
           IF WS-GO-BATCH-REASON NOT = SPACES
               MOVE 4 TO RUNS-RETURN-CODE OF WS-RUNS
           END-IF.
           PERFORM WRITE-RUN-STATISTICS.
           IF WS-GO-BATCH-REASON NOT = SPACES
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

           RESOLVE-GORDER-FILENAMES.
           ACCEPT WS-GORD-FILENAME FROM ENVIRONMENT 'GUILDORDERFILE'.
           IF WS-GORD-FILENAME = SPACES
               MOVE 'guildorders.txt' TO WS-GORD-FILENAME
           END-IF.
           ACCEPT WS-GOAK-FILENAME FROM ENVIRONMENT 'GUILDORDACKFILE'.
           IF WS-GOAK-FILENAME = SPACES
               MOVE 'guildorderack.txt' TO WS-GOAK-FILENAME
           END-IF.
           ACCEPT WS-GOBAT-FILENAME FROM ENVIRONMENT 'GORDBATFILE'.
           IF WS-GOBAT-FILENAME = SPACES
               MOVE 'guildorderbatches.dat' TO WS-GOBAT-FILENAME
           END-IF.

           LOAD-GUILD-ORDER.
      * Read whole before anything is touched - the trailer has to
      * agree with every detail ahead of it.
           OPEN INPUT GORDER-FILE.
           IF WS-GORD-STATUS NOT = '00'
               DISPLAY 'GUILD ORDER FILE NOT FOUND - FILE STATUS '
                   WS-GORD-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE SPACES TO GORD-HEADER.
           MOVE SPACES TO GORD-TRAILER.
           MOVE 'N' TO WS-GORD-EOF.
           PERFORM UNTIL WS-GORD-EOF = 'Y'
               READ GORDER-FILE INTO WS-GORD-BUFFER
                   AT END
                       MOVE 'Y' TO WS-GORD-EOF
                   NOT AT END
                       ADD 1 TO WS-GORD-REC-CNT
                       PERFORM LOAD-ONE-ORDER-RECORD
               END-READ
           END-PERFORM.
           CLOSE GORDER-FILE.
           IF WS-GORD-REC-CNT = 0
               DISPLAY 'GUILD ORDER FILE IS EMPTY - NOTHING TAKEN: '
                   FUNCTION TRIM (WS-GORD-FILENAME)
               STOP RUN RETURNING 4
           END-IF.
           IF WS-GORD-TRAILER-SEEN = 'N'
               MOVE 'Y' TO WS-GORD-SEQ-ERROR
           END-IF.

           LOAD-ONE-ORDER-RECORD.
      * Header first, details, trailer last - anything out of that
      * order, or of no known type, fails the batch controls.
           EVALUATE WS-GORD-BUFFER (1:1)
               WHEN 'H'
                   IF WS-GORD-HEADER-SEEN = 'Y'
                       MOVE 'Y' TO WS-GORD-SEQ-ERROR
                   ELSE
                       MOVE WS-GORD-BUFFER TO GORD-HEADER
                       MOVE 'Y' TO WS-GORD-HEADER-SEEN
                   END-IF
               WHEN 'D'
                   IF WS-GORD-HEADER-SEEN = 'N'
                       OR WS-GORD-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO WS-GORD-SEQ-ERROR
                   END-IF
                   MOVE WS-GORD-BUFFER TO GORD-DETAIL
                   PERFORM LOAD-ONE-ORDER-LINE
               WHEN 'T'
                   IF WS-GORD-HEADER-SEEN = 'N'
                       OR WS-GORD-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO WS-GORD-SEQ-ERROR
                   ELSE
                       MOVE WS-GORD-BUFFER TO GORD-TRAILER
                       MOVE 'Y' TO WS-GORD-TRAILER-SEEN
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-GORD-SEQ-ERROR
           END-EVALUATE.

           LOAD-ONE-ORDER-LINE.
           IF GORDD-QTY IS NUMERIC
               ADD GORDD-QTY TO WS-GORD-HASH
           END-IF.
           IF WS-GOL-CNT NOT < WS-GOL-CAPACITY
               ADD 1 TO WS-GOL-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GOL-CNT.
           MOVE WS-GORD-BUFFER (2:3) TO WS-GOL-LINE (WS-GOL-CNT).
           MOVE FUNCTION UPPER-CASE (GORDD-ITEM-CODE)
               TO WS-GOL-CODE (WS-GOL-CNT).
           MOVE WS-GORD-BUFFER (11:5) TO WS-GOL-QTY-IN (WS-GOL-CNT).
           IF GORDD-QTY IS NUMERIC
               MOVE GORDD-QTY TO WS-GOL-QTY (WS-GOL-CNT)
           ELSE
               MOVE 0 TO WS-GOL-QTY (WS-GOL-CNT)
           END-IF.
           MOVE 0 TO WS-GOL-ACCEPT-QTY (WS-GOL-CNT).
           MOVE 'R' TO WS-GOL-STATUS (WS-GOL-CNT).
           MOVE SPACES TO WS-GOL-REASON (WS-GOL-CNT).
           MOVE 0 TO WS-GOL-PRICE (WS-GOL-CNT).
           MOVE 0 TO WS-GOL-ITEM-IX (WS-GOL-CNT).

           CHECK-BATCH-CONTROLS.
      * Whole-order checks, most basic first - the first that fails
      * is the reason every line goes back with.
           IF WS-GORD-SEQ-ERROR = 'Y'
               MOVE 'BC' TO WS-GO-BATCH-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-GOL-DROPPED > 0
               MOVE 'OV' TO WS-GO-BATCH-REASON
               EXIT PARAGRAPH
           END-IF.
           IF GORDT-RECORD-CNT IS NOT NUMERIC
               OR GORDT-HASH-TOTAL IS NOT NUMERIC
               MOVE 'BC' TO WS-GO-BATCH-REASON
               EXIT PARAGRAPH
           END-IF.
           IF GORDT-RECORD-CNT NOT = WS-GOL-CNT
               OR GORDT-HASH-TOTAL NOT = WS-GORD-HASH
               MOVE 'BC' TO WS-GO-BATCH-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BATCH-NOT-PROCESSED.
           IF WS-GO-BATCH-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE GORDH-GUILD-ID TO WS-CHK-CUST-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               MOVE 'GU' TO WS-GO-BATCH-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-NAME (WS-CUST-FOUND-IX) TO WS-GO-GUILD-NAME.
           MOVE WS-CUST-PRICE-CLASS (WS-CUST-FOUND-IX)
               TO WS-GO-GUILD-CLASS.
      * Only an active account orders - a held or closed one would
      * only be refused again when the posting run tries the sale.
           IF WS-CUST-STATUS (WS-CUST-FOUND-IX) NOT = 'A'
               MOVE 'GU' TO WS-GO-BATCH-REASON
           END-IF.

           CHECK-BATCH-NOT-PROCESSED.
      * A batch processed before is a resend of an order already
      * taken - taking it twice would double the guild's holds.  A
      * refused batch may come back under the same number.
           OPEN INPUT GOBAT-FILE.
           IF WS-GOBAT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-GOBAT-STATUS NOT = '00'
               DISPLAY 'GUILD ORDER BATCH LOG NOT OPENED - FILE '
                   'STATUS ' WS-GOBAT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-GORD-EOF.
           PERFORM UNTIL WS-GORD-EOF = 'Y'
               READ GOBAT-FILE INTO WS-GOBAT
                   AT END
                       MOVE 'Y' TO WS-GORD-EOF
                   NOT AT END
                       IF GBAT-BATCH-NO OF WS-GOBAT = GORDH-BATCH-NO
                           AND GBAT-STATUS OF WS-GOBAT = 'P'
                           MOVE 'DB' TO WS-GO-BATCH-REASON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GOBAT-FILE.

           RESOLVE-SO-AUDIT-FILENAME.
      * Dated like the catalog audit logs - SOAUDITFILE overrides.
           ACCEPT WS-SAUD-FILENAME FROM ENVIRONMENT 'SOAUDITFILE'.
           IF WS-SAUD-FILENAME = SPACES
               STRING
                   'soaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-SAUD-FILENAME
           END-IF.

           OPEN-SO-AUDIT.
           OPEN INPUT SO-AUDIT-FILE.
           IF WS-SAUD-STATUS = '35'
               OPEN OUTPUT SO-AUDIT-FILE
               CLOSE SO-AUDIT-FILE
           ELSE
               CLOSE SO-AUDIT-FILE
           END-IF.
           OPEN EXTEND SO-AUDIT-FILE.
           IF WS-SAUD-STATUS NOT = '00'
               DISPLAY 'SALES ORDER AUDIT NOT OPENED - FILE STATUS '
                   WS-SAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-ORDERABLE-ITEMS.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT FOUND - STATUS '
                   WS-IDX-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-REC-CNT < 5000
                           ADD 1 TO WS-REC-CNT
                           MOVE IDX-ITEM-CODE
                               TO WS-ITEM-CODE (WS-REC-CNT)
                           MOVE IDX-ITEM-NAME
                               TO WS-ITEM-NAME (WS-REC-CNT)
                           MOVE IDX-ITEM-CATEGORY
                               TO WS-ITEM-CATEGORY (WS-REC-CNT)
                           MOVE IDX-ITEM-GOLD-VALUE
                               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT)
                           MOVE IDX-ITEM-QTY-ON-HAND
                               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT)
                           MOVE IDX-ITEM-LIFECYCLE
                               TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM-INDEXED.

           FIND-HIGHEST-SO-SEQ.
      * The order number continues from the highest already on the
      * file, the same rule sales-order entry numbers by.
           MOVE 0 TO WS-NEXT-SO-SEQ.
           PERFORM VARYING WS-SORD-SCAN FROM 1 BY 1
           UNTIL WS-SORD-SCAN > WS-SORD-CNT
               IF WS-SORD-NUMBER (WS-SORD-SCAN) (3:6) IS NUMERIC
                   AND FUNCTION NUMVAL
                       (WS-SORD-NUMBER (WS-SORD-SCAN) (3:6))
                       > WS-NEXT-SO-SEQ
                   COMPUTE WS-NEXT-SO-SEQ = FUNCTION NUMVAL
                       (WS-SORD-NUMBER (WS-SORD-SCAN) (3:6))
               END-IF
           END-PERFORM.

           TAKE-ONE-ORDER-LINE.
           ADD WS-GOL-QTY (WS-GOL-IX) TO WS-GO-QTY-ORDERED.
           IF WS-GO-BATCH-REASON NOT = SPACES
               MOVE WS-GO-BATCH-REASON TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GOL-QTY-IN (WS-GOL-IX) IS NOT NUMERIC
               OR WS-GOL-QTY (WS-GOL-IX) = 0
               MOVE 'QZ' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GOL-SCAN FROM 1 BY 1
           UNTIL WS-GOL-SCAN NOT < WS-GOL-IX
               IF WS-GOL-LINE (WS-GOL-SCAN) = WS-GOL-LINE (WS-GOL-IX)
                   MOVE 'DL' TO WS-GOL-REASON (WS-GOL-IX)
               END-IF
           END-PERFORM.
           IF WS-GOL-REASON (WS-GOL-IX) = 'DL'
               MOVE 'DL' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GOL-CODE (WS-GOL-IX) TO WS-TGT-ITEM.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TGT-ITEM
                   SET WS-FOUND-IX TO WS-ITEM-IX
           END-SEARCH.
           IF WS-FOUND-IX = 0
               MOVE 'NC' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-GOL-ITEM-IX (WS-GOL-IX).
      * A pending item is not on sale yet; a discontinued one sells
      * until the shelf is empty, which the availability check
      * below already enforces.
           IF WS-ITEM-LIFECYCLE (WS-FOUND-IX) = 'P'
               MOVE 'NR' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ITEM-RESTRICTED.
           IF WS-ITEM-RESTRICTED = 'Y'
               MOVE 'RS' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
      * Allocation - the line may only take what the existing holds
      * (other orders, deposits and earlier lines of this order
      * alike) leave on the shelf, and units out on hire are not on
      * the shelf at all.
           MOVE WS-TGT-ITEM TO WS-CHK-RSV-CODE.
           PERFORM SUM-ACTIVE-RESERVED.
           MOVE WS-TGT-ITEM TO WS-CHK-LOC-CODE.
           PERFORM SUM-ITEM-ON-HIRE.
           IF WS-RSV-ACTIVE-QTY + WS-LOC-HIRE-QTY
               < WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
               COMPUTE WS-AVAIL-QTY =
                   WS-ITEM-QTY-ON-HAND (WS-FOUND-IX)
                   - WS-RSV-ACTIVE-QTY - WS-LOC-HIRE-QTY
           ELSE
               MOVE 0 TO WS-AVAIL-QTY
           END-IF.
           IF WS-AVAIL-QTY = 0
               MOVE 'NS' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GOL-QTY (WS-GOL-IX) > WS-AVAIL-QTY
               MOVE WS-AVAIL-QTY TO WS-GOL-ACCEPT-QTY (WS-GOL-IX)
               MOVE 'P' TO WS-GOL-STATUS (WS-GOL-IX)
               MOVE 'SH' TO WS-GOL-REASON (WS-GOL-IX)
           ELSE
               MOVE WS-GOL-QTY (WS-GOL-IX)
                   TO WS-GOL-ACCEPT-QTY (WS-GOL-IX)
               MOVE 'A' TO WS-GOL-STATUS (WS-GOL-IX)
               MOVE SPACES TO WS-GOL-REASON (WS-GOL-IX)
           END-IF.
      * An EPIC unit sells one serial at a time - the accepted
      * quantity goes on one order line per unit, the way the desk
      * would key it, so the pick list names one serial per line.
           IF WS-ITEM-CATEGORY (WS-FOUND-IX) (4:5) = '-EPIC'
               MOVE 'Y' TO WS-EPIC-LINE
               MOVE WS-GOL-ACCEPT-QTY (WS-GOL-IX) TO WS-LINES-NEEDED
               MOVE 1 TO WS-LINE-QTY
           ELSE
               MOVE 'N' TO WS-EPIC-LINE
               MOVE 1 TO WS-LINES-NEEDED
               MOVE WS-GOL-ACCEPT-QTY (WS-GOL-IX) TO WS-LINE-QTY
           END-IF.
           IF WS-SORD-CNT + WS-LINES-NEEDED > WS-SORD-CAPACITY
               OR WS-RSV-CNT + WS-LINES-NEEDED > WS-RSV-CAPACITY
               OR WS-CUR-LINE + WS-LINES-NEEDED > 999
               MOVE 0 TO WS-GOL-ACCEPT-QTY (WS-GOL-IX)
               MOVE 'FL' TO WS-GO-REASON
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF.
      * The class price the posting run will hold the sale to.
           MOVE WS-GO-GUILD-CLASS TO WS-CHK-PCLS-CLASS.
           MOVE WS-ITEM-CATEGORY (WS-FOUND-IX) TO WS-CHK-PCLS-CATEGORY.
           MOVE WS-LINE-QTY TO WS-CHK-PCLS-QTY.
           PERFORM FIND-CLASS-DISCOUNT.
           COMPUTE WS-GOL-PRICE (WS-GOL-IX) ROUNDED =
               WS-ITEM-GOLD-VALUE (WS-FOUND-IX)
               * (100 - WS-PCLS-DISC) / 100.
           PERFORM ADD-ORDER-LINE WS-LINES-NEEDED TIMES.
           IF WS-GOL-STATUS (WS-GOL-IX) = 'A'
               ADD 1 TO WS-GO-ACCEPT-CNT
           ELSE
               ADD 1 TO WS-GO-PARTIAL-CNT
           END-IF.
           ADD WS-GOL-ACCEPT-QTY (WS-GOL-IX) TO WS-GO-QTY-ACCEPTED.
           COMPUTE WS-GO-VALUE-ACCEPTED = WS-GO-VALUE-ACCEPTED
               + WS-GOL-ACCEPT-QTY (WS-GOL-IX)
               * WS-GOL-PRICE (WS-GOL-IX).

           REJECT-ORDER-LINE.
           MOVE 'R' TO WS-GOL-STATUS (WS-GOL-IX).
           MOVE WS-GO-REASON TO WS-GOL-REASON (WS-GOL-IX).
           MOVE 0 TO WS-GOL-ACCEPT-QTY (WS-GOL-IX).
           MOVE 0 TO WS-GOL-PRICE (WS-GOL-IX).
           ADD 1 TO WS-GO-REJECT-CNT.

           ADD-ORDER-LINE.
           IF WS-CUR-ORDER = SPACES
               ADD 1 TO WS-NEXT-SO-SEQ
               STRING 'SO' WS-NEXT-SO-SEQ DELIMITED BY SIZE
                   INTO WS-CUR-ORDER
           END-IF.
           ADD 1 TO WS-CUR-LINE.
           ADD 1 TO WS-SORD-CNT.
           MOVE WS-CUR-ORDER TO WS-SORD-NUMBER (WS-SORD-CNT).
           MOVE WS-CUR-LINE TO WS-SORD-LINE (WS-SORD-CNT).
           MOVE GORDH-GUILD-ID TO WS-SORD-CUSTOMER (WS-SORD-CNT).
           MOVE WS-TGT-ITEM TO WS-SORD-CODE (WS-SORD-CNT).
           MOVE WS-LINE-QTY TO WS-SORD-ORDER-QTY (WS-SORD-CNT).
           MOVE 0 TO WS-SORD-SHIP-QTY (WS-SORD-CNT).
           MOVE 0 TO WS-SORD-PICK-QTY (WS-SORD-CNT).
           MOVE WS-GOL-PRICE (WS-GOL-IX) TO WS-SORD-PRICE (WS-SORD-CNT).
           MOVE WS-RUN-DATE-DISP TO WS-SORD-DATE (WS-SORD-CNT).
           MOVE 'O' TO WS-SORD-STATUS (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-PICK-LOC (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-SERIAL (WS-SORD-CNT).
           MOVE SPACES TO WS-SORD-PICK-DATE (WS-SORD-CNT).
      * The hold carries no expiry - it stands until the shipment
      * consumes it or a cancel gives it back.
           ADD 1 TO WS-RSV-CNT.
           MOVE WS-TGT-ITEM TO WS-RSV-CODE (WS-RSV-CNT).
           MOVE WS-LINE-QTY TO WS-RSV-QTY (WS-RSV-CNT).
           MOVE GORDH-GUILD-ID TO WS-RSV-CUSTOMER (WS-RSV-CNT).
           MOVE SPACES TO WS-RSV-EXPIRY (WS-RSV-CNT).
           MOVE WS-SORD-CNT TO WS-SORD-FOUND-IX.
           PERFORM WRITE-SO-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.

           CHECK-ITEM-RESTRICTED.
      * A restricted-class item never sells over the counter (see
      * HNDLWS) - the posting run would refuse the sale, so the
      * line is refused now.  No lore file means no handling rules.
           MOVE 'N' TO WS-ITEM-RESTRICTED.
           ACCEPT WS-LORE-FILENAME FROM ENVIRONMENT 'LOREFILE'.
           IF WS-LORE-FILENAME = SPACES
               MOVE 'itemlore.txt' TO WS-LORE-FILENAME
           END-IF.
           OPEN INPUT LORE-FILE.
           IF WS-LORE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LORE-EOF.
           PERFORM UNTIL WS-LORE-EOF = 'Y'
               READ LORE-FILE INTO WS-LORE
                   AT END
                       MOVE 'Y' TO WS-LORE-EOF
                   NOT AT END
                       IF LORE-ITEM-CODE OF WS-LORE = WS-TGT-ITEM
                           AND LORE-LINE-NO OF WS-LORE
                               = WS-HNDL-LINE-NO
                           MOVE LORE-TEXT OF WS-LORE
                               TO WS-HANDLING-TEXT
                           IF WS-HNDL-TAG = WS-HNDL-TAG-VALUE
                               AND WS-HNDL-RESTRICT = 'Y'
                               MOVE 'Y' TO WS-ITEM-RESTRICTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LORE-FILE.

           WRITE-SO-AUDIT.
      * The guild's batch stands in for the clerk's reason, so the
      * audit trail shows where the line came from.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO SAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO SAUD-RUN-TIME.
           MOVE WS-LOCK-MY-USER TO SAUD-USER-ID.
           MOVE 'A' TO SAUD-ACTION.
           MOVE WS-SORD-NUMBER (WS-SORD-FOUND-IX) TO SAUD-ORDER-NO.
           MOVE WS-SORD-LINE (WS-SORD-FOUND-IX) TO SAUD-LINE-NO.
           MOVE WS-SORD-CUSTOMER (WS-SORD-FOUND-IX) TO SAUD-CUSTOMER.
           MOVE WS-SORD-CODE (WS-SORD-FOUND-IX) TO SAUD-ITEM-CODE.
           MOVE WS-SORD-ORDER-QTY (WS-SORD-FOUND-IX) TO SAUD-QTY.
           MOVE WS-SORD-PRICE (WS-SORD-FOUND-IX) TO SAUD-UNIT-PRICE.
           MOVE SPACES TO SAUD-REASON.
           STRING 'GUILD BATCH ' GORDH-BATCH-NO
               DELIMITED BY SIZE INTO SAUD-REASON.
           WRITE SO-AUDIT-REC.

           REWRITE-RESERVE-FILE.
           OPEN OUTPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY 'RESERVATION FILE NOT REWRITTEN - FILE '
                   'STATUS ' WS-RESERVE-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM VARYING WS-RSV-SCAN FROM 1 BY 1
           UNTIL WS-RSV-SCAN > WS-RSV-CNT
               MOVE WS-RSV-CODE (WS-RSV-SCAN)
                   TO RSV-ITEM-CODE OF RESERVE-REC
               MOVE WS-RSV-QTY (WS-RSV-SCAN)
                   TO RSV-QTY OF RESERVE-REC
               MOVE WS-RSV-CUSTOMER (WS-RSV-SCAN)
                   TO RSV-CUSTOMER OF RESERVE-REC
               MOVE WS-RSV-EXPIRY (WS-RSV-SCAN)
                   TO RSV-EXPIRY OF RESERVE-REC
               WRITE RESERVE-REC
           END-PERFORM.
           CLOSE RESERVE-FILE.

           SET-ORDER-STATUS.
           EVALUATE TRUE
               WHEN WS-GO-BATCH-REASON NOT = SPACES
                   MOVE 'R' TO WS-GO-ORDER-STATUS
               WHEN WS-GO-ACCEPT-CNT = WS-GOL-CNT
                   MOVE 'A' TO WS-GO-ORDER-STATUS
               WHEN WS-GO-REJECT-CNT = WS-GOL-CNT
                   MOVE 'R' TO WS-GO-ORDER-STATUS
               WHEN OTHER
                   MOVE 'P' TO WS-GO-ORDER-STATUS
           END-EVALUATE.

           WRITE-ORDER-ACK.
      * One detail per line the guild sent, in their order - the
      * trailer hashes the quantities we accepted.
           OPEN OUTPUT GOAK-FILE.
           IF WS-GOAK-STATUS NOT = '00'
               DISPLAY 'GUILD ORDER ACKNOWLEDGMENT NOT OPENED - FILE '
                   'STATUS ' WS-GOAK-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE SPACES TO GOAK-HEADER.
           MOVE 'H' TO GOAKH-REC-TYPE.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO GOAKH-ACK-DATE.
           MOVE GORDH-BATCH-NO TO GOAKH-BATCH-NO.
           MOVE GORDH-GUILD-ID TO GOAKH-GUILD-ID.
           MOVE GORDH-GUILD-REF TO GOAKH-GUILD-REF.
           MOVE WS-CUR-ORDER TO GOAKH-ORDER-NO.
           MOVE WS-GO-ORDER-STATUS TO GOAKH-ORDER-STATUS.
           MOVE WS-GO-BATCH-REASON TO GOAKH-REASON.
           WRITE GOAK-REC FROM GOAK-HEADER.
           PERFORM VARYING WS-GOL-IX FROM 1 BY 1
           UNTIL WS-GOL-IX > WS-GOL-CNT
               MOVE SPACES TO GOAK-DETAIL
               MOVE 'D' TO GOAKD-REC-TYPE
               MOVE WS-GOL-LINE (WS-GOL-IX) TO GOAKD-LINE-NO
               MOVE WS-GOL-CODE (WS-GOL-IX) TO GOAKD-ITEM-CODE
               MOVE WS-GOL-QTY (WS-GOL-IX) TO GOAKD-ORDER-QTY
               MOVE WS-GOL-ACCEPT-QTY (WS-GOL-IX) TO GOAKD-ACCEPT-QTY
               MOVE WS-GOL-STATUS (WS-GOL-IX) TO GOAKD-LINE-STATUS
               MOVE WS-GOL-REASON (WS-GOL-IX) TO GOAKD-REASON
               MOVE WS-GOL-PRICE (WS-GOL-IX) TO GOAKD-UNIT-PRICE
               WRITE GOAK-REC FROM GOAK-DETAIL
               ADD WS-GOL-ACCEPT-QTY (WS-GOL-IX) TO WS-GO-ACK-HASH
           END-PERFORM.
           MOVE SPACES TO GOAK-TRAILER.
           MOVE 'T' TO GOAKT-REC-TYPE.
           MOVE WS-GOL-CNT TO GOAKT-RECORD-CNT.
           MOVE WS-GO-ACK-HASH TO GOAKT-HASH-TOTAL.
           WRITE GOAK-REC FROM GOAK-TRAILER.
           CLOSE GOAK-FILE.

           WRITE-INBOUND-BATCH-CONTROL.
      * No header means no batch number to log - the acknowledgment
      * is all the guild gets back.
           IF GORDH-BATCH-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
      * Same first-run discipline as AUDOPEN - the first batch
      * starts the log.
           OPEN INPUT GOBAT-FILE.
           IF WS-GOBAT-STATUS = '35'
               OPEN OUTPUT GOBAT-FILE
               CLOSE GOBAT-FILE
           ELSE
               CLOSE GOBAT-FILE
           END-IF.
           OPEN EXTEND GOBAT-FILE.
           IF WS-GOBAT-STATUS NOT = '00'
               DISPLAY 'GUILD ORDER BATCH LOG NOT OPENED - FILE '
                   'STATUS ' WS-GOBAT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE GORDH-BATCH-NO TO GBAT-BATCH-NO OF WS-GOBAT.
           MOVE SPACES TO GBAT-RUN-DATE OF WS-GOBAT.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO GBAT-RUN-DATE OF WS-GOBAT.
           MOVE WS-GOL-CNT TO GBAT-REC-CNT OF WS-GOBAT.
           MOVE WS-GORD-HASH TO GBAT-HASH-TOTAL OF WS-GOBAT.
           IF WS-GO-BATCH-REASON = SPACES
               MOVE 'P' TO GBAT-STATUS OF WS-GOBAT
           ELSE
               MOVE 'R' TO GBAT-STATUS OF WS-GOBAT
           END-IF.
           WRITE GOBAT-FILE-REC FROM WS-GOBAT.
           CLOSE GOBAT-FILE.

           PRINT-REGISTER-HEADING.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'GUILD INBOUND ORDER REGISTER  RUN DATE: '
               WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           DISPLAY 'BATCH ' GORDH-BATCH-NO '  ORDERED '
               GORDH-ORDER-DATE '  GUILD ' GORDH-GUILD-ID ' '
               WS-GO-GUILD-NAME.
           DISPLAY 'GUILD REFERENCE ' GORDH-GUILD-REF.
           IF WS-GO-BATCH-REASON NOT = SPACES
               MOVE WS-GO-BATCH-REASON TO WS-GO-REASON
               PERFORM DESCRIBE-REASON
               DISPLAY '*** ORDER REFUSED WHOLE - '
                   FUNCTION TRIM (WS-GO-REASON-TEXT) ' ***'
           END-IF.
           DISPLAY 'LINE ITEM   NAME                           '
               'ORDERED ACCEPT      PRICE STATUS   REASON'.
           DISPLAY '------------------------------------------------'.

           PRINT-REGISTER-LINE.
           EVALUATE WS-GOL-STATUS (WS-GOL-IX)
               WHEN 'A'
                   MOVE 'ACCEPTED' TO WS-GO-STATUS-LABEL
               WHEN 'P'
                   MOVE 'PARTIAL' TO WS-GO-STATUS-LABEL
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-GO-STATUS-LABEL
           END-EVALUATE.
           MOVE WS-GOL-REASON (WS-GOL-IX) TO WS-GO-REASON.
           PERFORM DESCRIBE-REASON.
           MOVE WS-GOL-PRICE (WS-GOL-IX) TO WS-PRICE-EDIT.
           IF WS-GOL-ITEM-IX (WS-GOL-IX) > 0
               DISPLAY WS-GOL-LINE (WS-GOL-IX) '  '
                   WS-GOL-CODE (WS-GOL-IX) ' '
                   WS-ITEM-NAME (WS-GOL-ITEM-IX (WS-GOL-IX)) ' '
                   WS-GOL-QTY-IN (WS-GOL-IX) '   '
                   WS-GOL-ACCEPT-QTY (WS-GOL-IX) ' ' WS-PRICE-EDIT ' '
                   WS-GO-STATUS-LABEL ' ' WS-GO-REASON-TEXT
           ELSE
               DISPLAY WS-GOL-LINE (WS-GOL-IX) '  '
                   WS-GOL-CODE (WS-GOL-IX) ' '
                   '                              ' ' '
                   WS-GOL-QTY-IN (WS-GOL-IX) '   '
                   WS-GOL-ACCEPT-QTY (WS-GOL-IX) ' ' WS-PRICE-EDIT ' '
                   WS-GO-STATUS-LABEL ' ' WS-GO-REASON-TEXT
           END-IF.

           DESCRIBE-REASON.
      * The reason codes the guild gets, spelled out for the desk -
      * see GOAKREC.
           EVALUATE WS-GO-REASON
               WHEN SPACES
                   MOVE SPACES TO WS-GO-REASON-TEXT
               WHEN 'BC'
                   MOVE 'BC BATCH CONTROLS DO NOT AGREE'
                       TO WS-GO-REASON-TEXT
               WHEN 'DB'
                   MOVE 'DB BATCH ALREADY PROCESSED'
                       TO WS-GO-REASON-TEXT
               WHEN 'GU'
                   MOVE 'GU GUILD NOT AN ACTIVE ACCOUNT'
                       TO WS-GO-REASON-TEXT
               WHEN 'OV'
                   MOVE 'OV TOO MANY LINES FOR ONE ORDER'
                       TO WS-GO-REASON-TEXT
               WHEN 'NC'
                   MOVE 'NC NOT ON CATALOG' TO WS-GO-REASON-TEXT
               WHEN 'NR'
                   MOVE 'NR NOT YET RELEASED' TO WS-GO-REASON-TEXT
               WHEN 'RS'
                   MOVE 'RS RESTRICTED - NOT SOLD'
                       TO WS-GO-REASON-TEXT
               WHEN 'QZ'
                   MOVE 'QZ QUANTITY MISSING OR ZERO'
                       TO WS-GO-REASON-TEXT
               WHEN 'DL'
                   MOVE 'DL LINE NUMBER REPEATED'
                       TO WS-GO-REASON-TEXT
               WHEN 'SH'
                   MOVE 'SH SHORT - PART AVAILABLE'
                       TO WS-GO-REASON-TEXT
               WHEN 'NS'
                   MOVE 'NS NONE AVAILABLE' TO WS-GO-REASON-TEXT
               WHEN 'FL'
                   MOVE 'FL ORDER OR RESERVATION FILE FULL'
                       TO WS-GO-REASON-TEXT
               WHEN OTHER
                   MOVE WS-GO-REASON TO WS-GO-REASON-TEXT
           END-EVALUATE.

           PRINT-INTAKE-TOTALS.
           DISPLAY '================================================'.
           EVALUATE WS-GO-ORDER-STATUS
               WHEN 'A'
                   DISPLAY 'ORDER ACCEPTED IN FULL'
               WHEN 'P'
                   DISPLAY 'ORDER PARTIALLY ACCEPTED'
               WHEN OTHER
                   DISPLAY 'ORDER REJECTED'
           END-EVALUATE.
           IF WS-CUR-ORDER NOT = SPACES
               DISPLAY 'SALES ORDER RAISED:      ' WS-CUR-ORDER
                   ' WITH ' WS-CUR-LINE ' LINES'
           END-IF.
           MOVE WS-GOL-CNT TO WS-QTY-EDIT.
           DISPLAY 'LINES READ:              ' WS-QTY-EDIT.
           MOVE WS-GO-ACCEPT-CNT TO WS-QTY-EDIT.
           DISPLAY 'LINES ACCEPTED:          ' WS-QTY-EDIT.
           MOVE WS-GO-PARTIAL-CNT TO WS-QTY-EDIT.
           DISPLAY 'LINES PART ACCEPTED:     ' WS-QTY-EDIT.
           MOVE WS-GO-REJECT-CNT TO WS-QTY-EDIT.
           DISPLAY 'LINES REJECTED:          ' WS-QTY-EDIT.
           MOVE WS-GO-QTY-ORDERED TO WS-TOTAL-QTY-EDIT.
           DISPLAY 'QUANTITY ORDERED:        ' WS-TOTAL-QTY-EDIT.
           MOVE WS-GO-QTY-ACCEPTED TO WS-TOTAL-QTY-EDIT.
           DISPLAY 'QUANTITY ACCEPTED:       ' WS-TOTAL-QTY-EDIT.
           MOVE WS-GO-VALUE-ACCEPTED TO WS-VALUE-EDIT.
           DISPLAY 'VALUE ACCEPTED:   ' WS-VALUE-EDIT.
           DISPLAY 'ACKNOWLEDGMENT FILE:     '
               FUNCTION TRIM (WS-GOAK-FILENAME).

           COPY DATEFMT.
           COPY SIGNON.
           COPY CUSTRSLV.
           COPY CUSTLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY PCLSRSLV.
           COPY PCLSLOAD.
           COPY RSVRSLV.
           COPY RSVLOAD.
           COPY SORDRSLV.
           COPY SORDLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM GUILD-ORDER-INTAKE.
