      * Modified: 2026-09-02 - refused authorizations are appended
      *           to the security violation log instead of
      *           vanishing with a console message (see SVIOREC).
      * Modified: 2026-10-15 - a kit shows how many more could be made
      *           up from the components on hand, and which part
      *           runs out first (see BOMREC).
      * Modified: 2026-10-15 - on-order counts only open (O) and partly
      *           received (P) PO lines - a line closed short or
      *           cancelled in PO maintenance is not coming.
      * Modified: 2026-10-15 - a FROM date keyed with an item code
      *           prints that item's stock card for the range (see
      *           StockCard.cbl) before showing the item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY-WORKSTATION.
           SELECT RESERVE-FILE ASSIGN DYNAMIC WS-RESERVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.
      * Kit bills of materials, for the buildable figure - see
      * BOMREC
           SELECT BOM-FILE ASSIGN DYNAMIC WS-BOM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOM-STATUS.
      * Catalog enqueue declarations for the shared loaders'
      * failure exits (see LOCKMGR) - this program itself never
      * takes the lock
           FD RESERVE-FILE.
           01 RESERVE-REC.
               COPY RSVREC.
           FD BOM-FILE.
           01 BOM-FILE-REC.
               COPY BOMREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD SECURITY-FILE.
           COPY RSVSTAT.
           COPY RSVNAME.
           COPY RSVWS.
           COPY BOMWS.
           COPY LOCKWS.
           COPY SECWS.
           COPY SVIOWS.
      * session.
           01 WS-INQ-CODE              PIC X(6).
           01 WS-INQ-CAT               PIC X(12).
      * A FROM date (and optional TO, MM/DD/YYYY) keyed with a code
      * prints the item's stock card first; the card program checks
      * the dates itself.
           01 WS-INQ-CARD-FROM         PIC X(10).
           01 WS-INQ-CARD-TO           PIC X(10).
           01 WS-COMMAND               PIC X(200).
           01 WS-PAUSE-KEY             PIC X(1).
           01 WS-LAST-BROWSE-CAT       PIC X(12) VALUE SPACES.
           01 WS-BROWSE-DONE           PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-D-CATEGORY            PIC X(12).
           01 WS-D-VALUE               PIC ZZZZZZ9.99.
           01 WS-D-POSITION            PIC X(60).
           01 WS-D-KITS                PIC X(60).
           01 WS-D-LORE1               PIC X(60).
           01 WS-D-LORE2               PIC X(60).
           01 WS-D-LORE3               PIC X(60).
               05 LINE 3 COLUMN 18 PIC X(6) USING WS-INQ-CODE.
               05 LINE 3 COLUMN 30 VALUE 'OR CATEGORY:'.
               05 LINE 3 COLUMN 44 PIC X(12) USING WS-INQ-CAT.
               05 LINE 4 COLUMN 5 VALUE 'STOCK CARD FROM:'.
               05 LINE 4 COLUMN 22 PIC X(10) USING WS-INQ-CARD-FROM.
               05 LINE 4 COLUMN 34 VALUE 'TO:'.
               05 LINE 4 COLUMN 38 PIC X(10) USING WS-INQ-CARD-TO.
               05 LINE 5 COLUMN 5
                   VALUE 'BLANK BOTH FIELDS TO END'.
               05 LINE 20 COLUMN 5 PIC X(60) FROM WS-SCR-MESSAGE.
           01 DETAIL-SCREEN.
               05 LINE 8 COLUMN 18 PIC X(10) FROM WS-D-VALUE.
               05 LINE 9 COLUMN 5 VALUE 'POSITION..:'.
               05 LINE 9 COLUMN 18 PIC X(60) FROM WS-D-POSITION.
               05 LINE 10 COLUMN 18 PIC X(60) FROM WS-D-KITS.
               05 LINE 11 COLUMN 5 VALUE 'LORE:'.
               05 LINE 12 COLUMN 7 PIC X(60) FROM WS-D-LORE1.
               05 LINE 13 COLUMN 7 PIC X(60) FROM WS-D-LORE2.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-PRICE-HISTORY.
           PERFORM LOAD-KIT-BOM.
           MOVE SPACES TO WS-SCR-MESSAGE.
           MOVE SPACES TO WS-INQ-CARD-FROM WS-INQ-CARD-TO.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-INQUIRY
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-INQ-CODE = SPACES AND WS-INQ-CAT = SPACES
                   MOVE 'Y' TO WS-DONE
               WHEN WS-INQ-CODE NOT = SPACES
                   AND WS-INQ-CARD-FROM NOT = SPACES
                   MOVE SPACES TO WS-LAST-BROWSE-CAT
                   PERFORM PRINT-ITEM-STOCK-CARD
                   PERFORM LOOKUP-ONE-CODE
               WHEN WS-INQ-CODE NOT = SPACES
                   MOVE SPACES TO WS-LAST-BROWSE-CAT
                   PERFORM LOOKUP-ONE-CODE
                   PERFORM BROWSE-ONE-CATEGORY
           END-EVALUATE.

           PRINT-ITEM-STOCK-CARD.
      * The card runs as its own program, the way the operator menu
      * launches one - the signed-on user rides along, and the
      * operator reads it before the screen comes back.
           MOVE SPACES TO WS-COMMAND.
           STRING 'CATALOGUSER=' WS-USER-ID
               ' ITEMFILE=magicitems.txt'
               ' STOCKITEM=' WS-INQ-CODE
               ' STOCKFROM=' WS-INQ-CARD-FROM
               ' STOCKTO=' WS-INQ-CARD-TO
               ' ./build/stock-card'
               DELIMITED BY SIZE INTO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE 'STOCK CARD ENDED WITH A NONZERO RC'
                   TO WS-SCR-MESSAGE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY 'PRESS ENTER TO RETURN TO THE INQUIRY SCREEN'.
           ACCEPT WS-PAUSE-KEY.
           MOVE SPACES TO WS-INQ-CARD-FROM WS-INQ-CARD-TO.

           LOOKUP-ONE-CODE.
           MOVE WS-INQ-CODE TO IDX-ITEM-CODE.
           READ ITEM-INDEXED
           PERFORM BUILD-STOCK-POSITION.
           PERFORM BUILD-LORE-LINES.
           PERFORM BUILD-PRICE-LINES.
           PERFORM BUILD-KIT-LINE.
           MOVE SPACES TO WS-SCR-MESSAGE.
           STRING 'SHOWING ' IDX-ITEM-CODE
               ' - ENTER FOR NEXT REQUEST'
           PERFORM VARYING WS-PORD-SCAN FROM 1 BY 1
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               IF WS-PORD-CODE (WS-PORD-SCAN) = IDX-ITEM-CODE
                   AND (WS-PORD-STATUS (WS-PORD-SCAN) = 'O'
                   OR WS-PORD-STATUS (WS-PORD-SCAN) = 'P')
                   COMPUTE WS-ON-ORDER-QTY =
                       WS-ON-ORDER-QTY
                       + WS-PORD-ORDER-QTY (WS-PORD-SCAN)
               '  AVAILABLE ' WS-AVAIL-EDIT
               DELIMITED BY SIZE INTO WS-D-POSITION.

           BUILD-KIT-LINE.
      * A kit with nothing made up is not out of stock while its
      * parts sit on the shelf - the fewest whole kits any one
      * component covers, read off the indexed catalog.  The kit's
      * own record is read back afterwards, which also leaves a
      * category browse positioned where it was.
           MOVE SPACES TO WS-D-KITS.
           MOVE IDX-ITEM-CODE TO WS-CHK-BOM-KIT.
           PERFORM COUNT-KIT-COMPONENTS.
           IF WS-BOM-COMP-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 99999 TO WS-KIT-BUILDABLE.
           MOVE SPACES TO WS-KIT-LIMIT-CODE.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               IF WS-BOM-KIT (WS-BOM-SCAN) = WS-CHK-BOM-KIT
                   PERFORM COUNT-ONE-KIT-COMPONENT
               END-IF
           END-PERFORM.
           MOVE WS-CHK-BOM-KIT TO IDX-ITEM-CODE.
           READ ITEM-INDEXED
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-KIT-BUILDABLE TO WS-QTY-EDIT.
           STRING 'KIT - ' WS-QTY-EDIT
               ' MORE BUILDABLE FROM PARTS, LIMITED BY '
               WS-KIT-LIMIT-CODE
               DELIMITED BY SIZE INTO WS-D-KITS.

           COUNT-ONE-KIT-COMPONENT.
           MOVE WS-BOM-COMP (WS-BOM-SCAN) TO IDX-ITEM-CODE.
           READ ITEM-INDEXED
               INVALID KEY
                   MOVE 0 TO WS-KIT-COMP-COVERS
               NOT INVALID KEY
                   IF WS-BOM-QTY (WS-BOM-SCAN) = 0
                       MOVE 0 TO WS-KIT-COMP-COVERS
                   ELSE
                       COMPUTE WS-KIT-COMP-COVERS =
                           IDX-ITEM-QTY-ON-HAND
                           / WS-BOM-QTY (WS-BOM-SCAN)
                   END-IF
           END-READ.
           IF WS-KIT-COMP-COVERS < WS-KIT-BUILDABLE
               MOVE WS-KIT-COMP-COVERS TO WS-KIT-BUILDABLE
               MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-KIT-LIMIT-CODE
           END-IF.

           BUILD-LORE-LINES.
      * First three lore lines off the file - a shop with no lore
      * file simply shows blanks, same as the lookup programs.
           COPY PORDLOAD.
           COPY RSVRSLV.
           COPY RSVLOAD.
           COPY BOMRSLV.
           COPY BOMLOAD.
           COPY LOCKMGR.

       END PROGRAM INQUIRY-WORKSTATION.
