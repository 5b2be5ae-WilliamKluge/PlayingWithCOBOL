      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Shelf-tag and price-label print file - run after the
      *          day's repricing, reads the price history for the
      *          items whose gold value changed on the tag date and
      *          cuts a tag (see SHTGREC) for every one of them with
      *          stock on a sellable location, at each such location
      *          holding it: code, name, the new price and the price
      *          it was, category, location and the handling-class
      *          icons from the item's lore line 00.  The floor staff
      *          get a checklist of the tags to swap, location by
      *          location.  After a shop-floor reset the same run
      *          reprints every tag for a whole category and/or a
      *          whole location instead, whatever the price history
      *          says.  Reads under the shared enqueue.
      *            SHELFTAGDATE     - MM/DD/YYYY, defaults to today
      *            SHELFTAGCATEGORY - reprint this category
      *            SHELFTAGLOCATION - reprint this location
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-TAG-PRINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The tag print file for the label printer - SHELFTAGFILE env
      * var, defaults to shelftags.txt (see SHTGREC)
           SELECT SHTG-FILE ASSIGN DYNAMIC WS-SHTG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHTG-STATUS.
      * The catalog - names, categories and the price on the tag
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * The day's price changes - see PRCHREC/PRCHRSLV
           SELECT PRICE-HIST-FILE ASSIGN DYNAMIC WS-PRICE-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-HIST-STATUS.
      * Per-location stock balances - see LOCREC/LOCLOAD
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * The locations and which of them sell - see LMSTREC/LMSTLOAD
           SELECT LOCMAST-FILE ASSIGN DYNAMIC WS-LOCMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.
      * Item lore, read for the handling classes on line 00 - see
      * LOREREC/HNDLWS
           SELECT LORE-FILE ASSIGN DYNAMIC WS-LORE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LORE-STATUS.
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
           FD SHTG-FILE.
           01 SHTG-REC.
               COPY SHTGREC.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD PRICE-HIST-FILE.
           01 PRICE-HIST-REC.
               COPY PRCHREC.
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD LOCMAST-FILE.
           01 LOCMAST-REC.
               COPY LMSTREC.
           FD LORE-FILE.
           01 LORE-FILE-REC.
               COPY LOREREC.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-SHTG-FILENAME         PIC X(100).
           01 WS-SHTG-STATUS           PIC X(2).
           01 WS-SHTG.
               COPY SHTGREC.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           COPY PRCHSTAT.
           COPY PRCHNAME.
           01 WS-PRCH.
               COPY PRCHREC.
           01 WS-PRCH-EOF              PIC A(1).
           COPY LOCSTAT.
           COPY LOCNAME.
           COPY LOCWS.
           COPY LMSTWS.
           COPY LOREWS.
           COPY HNDLWS.
           COPY RUNSWS.
           COPY LOCKWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
      * Catalog capacity matches the OCCURS bound in ITEMTAB - a
      * catalog that overflows it is refused rather than tagged
      * short, or the dropped items would keep yesterday's price on
      * the shelf.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           COPY DATESTAMP.
           01 WS-TABLE-INDEX           PIC 9(4).
           01 WS-FOUND-IX              PIC 9(4).
           01 WS-TGT-ITEM              PIC X(6).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * What the run tags - the day's price changes, or a reprint of
      * a category and/or location after a shop-floor reset.
           01 WS-TAG-DATE              PIC X(10).
           01 WS-TAG-CATEGORY          PIC X(12).
           01 WS-TAG-LOCATION          PIC X(4).
           01 WS-TAG-REPRINT           PIC A(1) VALUE 'N'.
           01 WS-TAG-REASON            PIC X(1).
      * Per catalog item, parallel to the catalog table: whether it
      * is tagged, the price before the day's first change, its
      * handling icons and the units no location row accounts for
      * (older stock that never left the floor).
           01 WS-TAG-ROWS.
               03 WS-TAG-ROW OCCURS 5000 TIMES.
                   05 WS-TAG-PICK         PIC A(1).
                   05 WS-TAG-WAS          PIC 9(7)V99.
                   05 WS-TAG-ICONS        PIC X(4).
                   05 WS-TAG-UNSPLIT      PIC 9(5).
           01 WS-SPLIT-QTY             PIC 9(7).
      * The location being tagged and its running counts.
           01 WS-STL-IX                PIC 9(2).
           01 WS-STL-LOC               PIC X(4).
           01 WS-STL-QTY               PIC 9(7).
           01 WS-STL-TAGS              PIC 9(5).
      * Whole-run totals for the foot of the checklist.
           01 WS-PRCH-DAY-CNT          PIC 9(5) VALUE 0.
           01 WS-PRCH-OFF-CAT-CNT      PIC 9(5) VALUE 0.
           01 WS-PICK-CNT              PIC 9(5) VALUE 0.
           01 WS-LOCS-TAGGED           PIC 9(2) VALUE 0.
           01 WS-TOTAL-TAGS            PIC 9(5) VALUE 0.
      * Numeric-edited fields for display.
           01 WS-QTY-EDIT              PIC ZZZZ9.
           01 WS-PRICE-EDIT            PIC ZZZZZZ9.99.
           01 WS-WAS-DISP              PIC X(10).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'SHELF-TAG-PRINT' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-SHELF-TAG-OPTIONS.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM LOAD-LOCATION-MASTER.
           IF WS-TAG-LOCATION NOT = SPACES
               PERFORM CHECK-REPRINT-LOCATION
           END-IF.
      * Repricing and the posting run rewrite the catalog and the
      * balances under the exclusive enqueue - read them under the
      * shared one so a tag never carries half a run's prices.
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
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'SHELF TAGS NOT PRODUCED - ' WS-ROWS-DROPPED
                   ' ROWS WERE DROPPED ON LOAD FOR EXCEEDING CAPACITY'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-LOCATION-BALANCES.
           IF WS-TAG-REPRINT = 'Y'
               PERFORM PICK-REPRINT-ITEMS
           ELSE
               PERFORM PICK-CHANGED-ITEMS
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM LOAD-HANDLING-ICONS.
           PERFORM FIND-UNSPLIT-STOCK.
           OPEN OUTPUT SHTG-FILE.
           IF WS-SHTG-STATUS NOT = '00'
               DISPLAY 'SHELF TAG FILE NOT OPENED - FILE STATUS '
                   WS-SHTG-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM PRINT-CHECKLIST-HEADING.
           PERFORM VARYING WS-STL-IX FROM 1 BY 1
           UNTIL WS-STL-IX > WS-LMST-CNT
               IF WS-LMST-SELLABLE (WS-STL-IX) = 'Y'
                   AND (WS-TAG-LOCATION = SPACES
                   OR WS-TAG-LOCATION = WS-LMST-LOC (WS-STL-IX))
                   PERFORM TAG-ONE-LOCATION
               END-IF
           END-PERFORM.
           CLOSE SHTG-FILE.
           PERFORM PRINT-CHECKLIST-TOTALS.
           INITIALIZE WS-RUNS.
           MOVE WS-TOTAL-TAGS TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-PRCH-OFF-CAT-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-SHELF-TAG-OPTIONS.
           ACCEPT WS-SHTG-FILENAME FROM ENVIRONMENT 'SHELFTAGFILE'.
           IF WS-SHTG-FILENAME = SPACES
               MOVE 'shelftags.txt' TO WS-SHTG-FILENAME
           END-IF.
           ACCEPT WS-TAG-DATE FROM ENVIRONMENT 'SHELFTAGDATE'.
           IF WS-TAG-DATE = SPACES
               MOVE WS-RUN-DATE-DISP TO WS-TAG-DATE
           END-IF.
           IF WS-TAG-DATE (1:2) NOT NUMERIC
               OR WS-TAG-DATE (3:1) NOT = '/'
               OR WS-TAG-DATE (4:2) NOT NUMERIC
               OR WS-TAG-DATE (6:1) NOT = '/'
               OR WS-TAG-DATE (7:4) NOT NUMERIC
               DISPLAY 'SHELFTAGDATE MUST BE MM/DD/YYYY - GOT '
                   WS-TAG-DATE
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT WS-TAG-CATEGORY FROM ENVIRONMENT 'SHELFTAGCATEGORY'.
           ACCEPT WS-TAG-LOCATION FROM ENVIRONMENT 'SHELFTAGLOCATION'.
           MOVE FUNCTION UPPER-CASE (WS-TAG-CATEGORY)
               TO WS-TAG-CATEGORY.
           MOVE FUNCTION UPPER-CASE (WS-TAG-LOCATION)
               TO WS-TAG-LOCATION.
           IF WS-TAG-CATEGORY NOT = SPACES
               OR WS-TAG-LOCATION NOT = SPACES
               MOVE 'Y' TO WS-TAG-REPRINT
               MOVE 'R' TO WS-TAG-REASON
           ELSE
               MOVE 'N' TO WS-TAG-REPRINT
               MOVE 'P' TO WS-TAG-REASON
           END-IF.

           CHECK-REPRINT-LOCATION.
      * A reprint names a location the floor staff can walk to - one
      * the master does not know, or one that sells nothing, has no
      * shelves to hang a tag on.
           MOVE WS-TAG-LOCATION TO WS-CHK-LMST-LOC.
           PERFORM CHECK-LOCATION-MASTER.
           IF WS-LMST-VALID = 'N'
               DISPLAY 'SHELFTAGLOCATION ' WS-TAG-LOCATION
                   ' IS NOT ON THE LOCATION MASTER'
               STOP RUN RETURNING 16
           END-IF.
           IF WS-LMST-SELLABLE (WS-LMST-FOUND-IX) NOT = 'Y'
               DISPLAY 'SHELFTAGLOCATION ' WS-TAG-LOCATION
                   ' IS NOT A SELLING LOCATION - NO SHELF TAGS'
               STOP RUN RETURNING 16
           END-IF.

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
                               MOVE ITEM-LIFECYCLE   OF WS-ITEM
                                   TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                               MOVE 'N' TO WS-TAG-PICK (WS-REC-CNT)
                               MOVE 0 TO WS-TAG-WAS (WS-REC-CNT)
                               MOVE SPACES TO WS-TAG-ICONS (WS-REC-CNT)
                               MOVE 0 TO WS-TAG-UNSPLIT (WS-REC-CNT)
                           ELSE
                               ADD 1 TO WS-ROWS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           FIND-CATALOG-ITEM.
      * WS-TGT-ITEM names the item; WS-FOUND-IX answers, zero for a
      * code the catalog no longer carries.
           MOVE 0 TO WS-FOUND-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   MOVE 0 TO WS-FOUND-IX
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TGT-ITEM
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
           END-SEARCH.

           PICK-CHANGED-ITEMS.
      * Every item the history shows a gold-value change for on the
      * tag date - the first change of the day gives the "was"
      * price, the catalog as it now stands the new one.  No history
      * yet means nothing has been repriced.
           PERFORM RESOLVE-PRICE-HIST-FILENAME.
           OPEN INPUT PRICE-HIST-FILE.
           IF WS-PRICE-HIST-STATUS = '35'
               DISPLAY 'NO PRICE HISTORY ON FILE - NO PRICE CHANGES '
                   'TO TAG'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRICE-HIST-STATUS NOT = '00'
               DISPLAY 'PRICE HISTORY NOT OPENED - FILE STATUS '
                   WS-PRICE-HIST-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-PRCH-EOF.
           PERFORM UNTIL WS-PRCH-EOF = 'Y'
               READ PRICE-HIST-FILE INTO WS-PRCH
                   AT END
                       MOVE 'Y' TO WS-PRCH-EOF
                   NOT AT END
                       IF PRCH-RUN-DATE OF WS-PRCH = WS-TAG-DATE
                           ADD 1 TO WS-PRCH-DAY-CNT
                           PERFORM PICK-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-HIST-FILE.

           PICK-ONE-CHANGE.
      * An item changed and then purged the same day has no shelf
      * left to tag - counted, not tagged.
           MOVE PRCH-ITEM-CODE OF WS-PRCH TO WS-TGT-ITEM.
           PERFORM FIND-CATALOG-ITEM.
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-PRCH-OFF-CAT-CNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAG-PICK (WS-FOUND-IX) = 'N'
               MOVE 'Y' TO WS-TAG-PICK (WS-FOUND-IX)
               MOVE PRCH-OLD-VALUE OF WS-PRCH
                   TO WS-TAG-WAS (WS-FOUND-IX)
               ADD 1 TO WS-PICK-CNT
           END-IF.

           PICK-REPRINT-ITEMS.
      * Everything in the category (every category when only a
      * location is named) - the location test is made per shelf.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-TAG-CATEGORY = SPACES
                   OR WS-TAG-CATEGORY
                       = WS-ITEM-CATEGORY (WS-TABLE-INDEX)
                   MOVE 'Y' TO WS-TAG-PICK (WS-TABLE-INDEX)
                   ADD 1 TO WS-PICK-CNT
               END-IF
           END-PERFORM.

           LOAD-HANDLING-ICONS.
      * One pass of the lore file for the line-00 handling records
      * of the tagged items.  No lore file means no handling rules,
      * so no icons.
           IF WS-PICK-CNT = 0
               EXIT PARAGRAPH
           END-IF.
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
                       IF LORE-LINE-NO OF WS-LORE = WS-HNDL-LINE-NO
                           MOVE LORE-TEXT OF WS-LORE
                               TO WS-HANDLING-TEXT
                           IF WS-HNDL-TAG = WS-HNDL-TAG-VALUE
                               PERFORM SET-HANDLING-ICONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LORE-FILE.

           SET-HANDLING-ICONS.
           MOVE LORE-ITEM-CODE OF WS-LORE TO WS-TGT-ITEM.
           PERFORM FIND-CATALOG-ITEM.
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAG-PICK (WS-FOUND-IX) = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TAG-ICONS (WS-FOUND-IX).
           IF WS-HNDL-FIRE = 'Y'
               MOVE 'F' TO WS-TAG-ICONS (WS-FOUND-IX) (1:1)
           END-IF.
           IF WS-HNDL-ATTUNE = 'Y'
               MOVE 'A' TO WS-TAG-ICONS (WS-FOUND-IX) (2:1)
           END-IF.
           IF WS-HNDL-FRAGILE = 'Y'
               MOVE 'G' TO WS-TAG-ICONS (WS-FOUND-IX) (3:1)
           END-IF.
           IF WS-HNDL-RESTRICT = 'Y'
               MOVE 'R' TO WS-TAG-ICONS (WS-FOUND-IX) (4:1)
           END-IF.

           FIND-UNSPLIT-STOCK.
      * The catalog total is the sum of the locations for a split
      * item - whatever the location rows fall short of it is
      * older stock that never left the floor, and needs its tag
      * there like any other.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-TAG-PICK (WS-TABLE-INDEX) = 'Y'
                   MOVE 0 TO WS-SPLIT-QTY
                   PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
                   UNTIL WS-LOC-SCAN > WS-LOC-CNT
                       IF WS-LOC-CODE (WS-LOC-SCAN)
                           = WS-ITEM-CODE (WS-TABLE-INDEX)
                           ADD WS-LOC-QTY (WS-LOC-SCAN)
                               TO WS-SPLIT-QTY
                       END-IF
                   END-PERFORM
                   IF WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                       > WS-SPLIT-QTY
                       COMPUTE WS-TAG-UNSPLIT (WS-TABLE-INDEX) =
                           WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                           - WS-SPLIT-QTY
                   END-IF
               END-IF
           END-PERFORM.

           PRINT-CHECKLIST-HEADING.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=========================='.
           IF WS-TAG-REPRINT = 'Y'
               DISPLAY 'SHELF TAG REPRINT  TAG DATE: ' WS-TAG-DATE
               IF WS-TAG-CATEGORY NOT = SPACES
                   DISPLAY 'CATEGORY: ' WS-TAG-CATEGORY
               END-IF
               IF WS-TAG-LOCATION NOT = SPACES
                   DISPLAY 'LOCATION: ' WS-TAG-LOCATION
               END-IF
           ELSE
               DISPLAY 'SHELF TAGS TO SWAP  PRICE CHANGES OF: '
                   WS-TAG-DATE
           END-IF.
           DISPLAY 'TAG FILE: ' FUNCTION TRIM (WS-SHTG-FILENAME).
           DISPLAY '================================================'
               '=========================='.

           TAG-ONE-LOCATION.
           MOVE WS-LMST-LOC (WS-STL-IX) TO WS-STL-LOC.
           MOVE 0 TO WS-STL-TAGS.
           ADD 1 TO WS-LOCS-TAGGED.
           DISPLAY ' '.
           DISPLAY 'LOCATION: ' WS-STL-LOC ' '
               WS-LMST-DESC (WS-STL-IX).
           DISPLAY '    CODE   NAME                                  '
               'WAS        NOW   QTY ICON'.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
      * Catalog order, so the floor walks the tags in the same order
      * every night.  Not-yet-released stock is not on sale.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               IF WS-TAG-PICK (WS-TABLE-INDEX) = 'Y'
                   AND WS-ITEM-LIFECYCLE (WS-TABLE-INDEX) NOT = 'P'
                   PERFORM SUM-ITEM-AT-LOCATION
                   IF WS-STL-QTY > 0
                       PERFORM WRITE-ONE-TAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STL-TAGS = 0
               DISPLAY 'NO TAGS TO SWAP'
           END-IF.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
           MOVE WS-STL-TAGS TO WS-QTY-EDIT.
           DISPLAY 'TAGS AT ' WS-STL-LOC ':   ' WS-QTY-EDIT.
           ADD WS-STL-TAGS TO WS-TOTAL-TAGS.

           SUM-ITEM-AT-LOCATION.
           MOVE 0 TO WS-STL-QTY.
           PERFORM VARYING WS-LOC-SCAN FROM 1 BY 1
           UNTIL WS-LOC-SCAN > WS-LOC-CNT
               IF WS-LOC-CODE (WS-LOC-SCAN)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   AND WS-LOC-LOCATION (WS-LOC-SCAN) = WS-STL-LOC
                   ADD WS-LOC-QTY (WS-LOC-SCAN) TO WS-STL-QTY
               END-IF
           END-PERFORM.
           IF WS-STL-LOC = WS-DEFAULT-LOCATION
               ADD WS-TAG-UNSPLIT (WS-TABLE-INDEX) TO WS-STL-QTY
           END-IF.

           WRITE-ONE-TAG.
           MOVE SPACES TO WS-SHTG.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO SHTG-ITEM-CODE
               OF WS-SHTG.
           MOVE WS-ITEM-NAME (WS-TABLE-INDEX) TO SHTG-ITEM-NAME
               OF WS-SHTG.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX) TO SHTG-PRICE
               OF WS-SHTG.
           MOVE WS-TAG-WAS (WS-TABLE-INDEX) TO SHTG-WAS-PRICE
               OF WS-SHTG.
           MOVE WS-ITEM-CATEGORY (WS-TABLE-INDEX) TO SHTG-CATEGORY
               OF WS-SHTG.
           MOVE WS-STL-LOC TO SHTG-LOCATION OF WS-SHTG.
           MOVE WS-TAG-ICONS (WS-TABLE-INDEX) (1:1)
               TO SHTG-ICON-FIRE OF WS-SHTG.
           MOVE WS-TAG-ICONS (WS-TABLE-INDEX) (2:1)
               TO SHTG-ICON-ATTUNE OF WS-SHTG.
           MOVE WS-TAG-ICONS (WS-TABLE-INDEX) (3:1)
               TO SHTG-ICON-FRAGILE OF WS-SHTG.
           MOVE WS-TAG-ICONS (WS-TABLE-INDEX) (4:1)
               TO SHTG-ICON-RESTRICT OF WS-SHTG.
           MOVE WS-TAG-REASON TO SHTG-REASON OF WS-SHTG.
           MOVE WS-TAG-DATE TO SHTG-TAG-DATE OF WS-SHTG.
           WRITE SHTG-REC FROM WS-SHTG.
           IF WS-SHTG-STATUS NOT = '00'
               DISPLAY 'SHELF TAG NOT WRITTEN - FILE STATUS '
                   WS-SHTG-STATUS
               STOP RUN RETURNING 16
           END-IF.
           ADD 1 TO WS-STL-TAGS.
           IF WS-TAG-WAS (WS-TABLE-INDEX) = 0
               MOVE SPACES TO WS-WAS-DISP
           ELSE
               MOVE WS-TAG-WAS (WS-TABLE-INDEX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO WS-WAS-DISP
           END-IF.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX) TO WS-PRICE-EDIT.
           MOVE WS-STL-QTY TO WS-QTY-EDIT.
           DISPLAY '[ ] ' WS-ITEM-CODE (WS-TABLE-INDEX) ' '
               WS-ITEM-NAME (WS-TABLE-INDEX) ' ' WS-WAS-DISP ' '
               WS-PRICE-EDIT ' ' WS-QTY-EDIT ' '
               WS-TAG-ICONS (WS-TABLE-INDEX).

           PRINT-CHECKLIST-TOTALS.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=========================='.
           IF WS-TAG-REPRINT = 'N'
               MOVE WS-PRCH-DAY-CNT TO WS-QTY-EDIT
               DISPLAY 'PRICE CHANGES ON THE DAY:    ' WS-QTY-EDIT
               IF WS-PRCH-OFF-CAT-CNT > 0
                   MOVE WS-PRCH-OFF-CAT-CNT TO WS-QTY-EDIT
                   DISPLAY 'CHANGES OFF THE CATALOG:     ' WS-QTY-EDIT
               END-IF
           END-IF.
           MOVE WS-PICK-CNT TO WS-QTY-EDIT.
           DISPLAY 'ITEMS SELECTED:              ' WS-QTY-EDIT.
           MOVE WS-LOCS-TAGGED TO WS-QTY-EDIT.
           DISPLAY 'SELLING LOCATIONS:           ' WS-QTY-EDIT.
           MOVE WS-TOTAL-TAGS TO WS-QTY-EDIT.
           DISPLAY 'TAGS WRITTEN:                ' WS-QTY-EDIT.

           COPY DATEFMT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY SIGNON.
           COPY PRCHRSLV.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY LMSTRSLV.
           COPY LMSTLOAD.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM SHELF-TAG-PRINT.
