      *           sits (see LOCREC/LOCLOAD).
      * Modified: 2026-09-02 - discontinued items (ITEM-LIFECYCLE D)
      *           never make the suggestions.
      * Modified: 2026-10-15 - a created PO line carries the agreed
      *           unit price (the item's gold value, the same figure
      *           the order cost is quoted at) for the vendor-invoice
      *           match to hold the bill against.
      * Modified: 2026-10-15 - kits count the whole kits their
      *           components on hand could make up toward the
      *           reorder point, a kit that still makes the report is
      *           flagged for assembly instead of a vendor order, and
      *           a kit availability section closes the report (see
      *           BOMREC).
      * Modified: 2026-10-15 - only open (O) and partly received (P) PO
      *           lines net against the shortfall - a line closed
      *           short or cancelled in PO maintenance stops hiding
      *           phantom stock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REPORT.
           SELECT LOCBAL-FILE ASSIGN DYNAMIC WS-LOCBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCBAL-STATUS.
      * Kit bills of materials - KITBOMFILE env var, defaults to
      * kitbom.txt (see BOMRSLV)
           SELECT BOM-FILE ASSIGN DYNAMIC WS-BOM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOM-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FD LOCBAL-FILE.
           01 LOCBAL-REC.
               COPY LOCREC.
           FD BOM-FILE.
           01 BOM-FILE-REC.
               COPY BOMREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           COPY LOCNAME.
           COPY LOCWS.
           01 WS-PO-LEAD-DAYS          PIC 9(3) VALUE 0.
           COPY BOMWS.
      * Kits made up from catalog components - the kits the parts on
      * the shelf could make stand against the reorder point with
      * the kits themselves, and a kit short of that is assembled,
      * not bought.
           01 WS-KIT-COMP-IX           PIC 9(4).
           01 WS-KIT-CNT               PIC 9(4) VALUE 0.
           01 WS-KIT-SHORT-CNT         PIC 9(4) VALUE 0.
           COPY LOCKWS.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           CLOSE REORDER-FILE.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-LOCATION-BALANCES.
           PERFORM LOAD-KIT-BOM.
           PERFORM RESOLVE-PO-CREATE-REQUEST.
           PERFORM SORT-TABLE-BY-CATEGORY.
           IF WS-CREATE-PO = 'Y'
           DISPLAY 'TOTAL SUGGESTED ORDER COST: ' WS-GRAND-COST-EDIT.
           DISPLAY 'END OF REPORT, ' WS-REORDER-ITEM-CNT
               ' ITEMS AT OR UNDER REORDER POINT'.
           IF WS-BOM-CNT > 0
               PERFORM PRINT-KIT-AVAILABILITY
           END-IF.

           CHECK-ONE-ITEM-REORDER.
      * Look the item up on the reorder reference - an item with no
      * report, the same as today's by-hand review.  On-hand plus
      * the open on-order quantity is what stands against the
      * reorder point - an item already covered by an order out
      * with the vendor stays off the report.  A kit also counts the
      * kits its components on hand could make up - parts sitting
      * on the shelf are not an empty bin.
      * A discontinued item never makes the report - suggesting a
      * purchase of something we stopped stocking is how it came
      * back from the dead last time.
               WHEN WS-RORD-CODE (WS-RORD-IX)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   PERFORM SUM-OPEN-ON-ORDER
                   PERFORM COUNT-BUILDABLE-KITS
                   IF WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
                       + WS-ON-ORDER-QTY + WS-KIT-BUILDABLE
                       NOT > WS-RORD-POINT (WS-RORD-IX)
                       PERFORM PRINT-REORDER-LINE
                   END-IF
           UNTIL WS-PORD-SCAN > WS-PORD-CNT
               IF WS-PORD-CODE (WS-PORD-SCAN)
                   = WS-ITEM-CODE (WS-TABLE-INDEX)
                   AND (WS-PORD-STATUS (WS-PORD-SCAN) = 'O'
                   OR WS-PORD-STATUS (WS-PORD-SCAN) = 'P')
                   COMPUTE WS-ON-ORDER-QTY =
                       WS-ON-ORDER-QTY
                       + WS-PORD-ORDER-QTY (WS-PORD-SCAN)
           COMPUTE WS-SHORTFALL =
               WS-RORD-POINT (WS-RORD-IX)
               - WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX)
               - WS-ON-ORDER-QTY - WS-KIT-BUILDABLE.
           COMPUTE WS-ORDER-COST =
               WS-RORD-QTY (WS-RORD-IX)
               * WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX).
               WS-RORD-QTY (WS-RORD-IX) ' '
               WS-ORDER-COST-EDIT.
           PERFORM PRINT-LOCATION-SPLIT.
      * A kit is made up on the bench, not bought - the suggestion
      * is to assemble, and it is the components that get ordered.
           IF WS-BOM-COMP-CNT > 0
               ADD 1 TO WS-KIT-SHORT-CNT
               DISPLAY '       KIT - ' WS-KIT-BUILDABLE
                   ' BUILDABLE FROM PARTS, LIMITED BY '
                   WS-KIT-LIMIT-CODE
               DISPLAY '       ASSEMBLE FROM PARTS - NO PO CUT'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CREATE-PO = 'Y'
               PERFORM CREATE-ONE-PURCHASE-ORDER
           END-IF.

           COUNT-BUILDABLE-KITS.
      * Whole kits the components on hand could make up - the
      * fewest any one component covers, remembering which part
      * that is.  Not a kit, nothing buildable.
           MOVE 0 TO WS-KIT-BUILDABLE.
           MOVE SPACES TO WS-KIT-LIMIT-CODE.
           MOVE WS-ITEM-CODE (WS-TABLE-INDEX) TO WS-CHK-BOM-KIT.
           PERFORM COUNT-KIT-COMPONENTS.
           IF WS-BOM-COMP-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 99999 TO WS-KIT-BUILDABLE.
           PERFORM VARYING WS-BOM-SCAN FROM 1 BY 1
           UNTIL WS-BOM-SCAN > WS-BOM-CNT
               IF WS-BOM-KIT (WS-BOM-SCAN) = WS-CHK-BOM-KIT
                   PERFORM COUNT-ONE-KIT-COMPONENT
               END-IF
           END-PERFORM.

           COUNT-ONE-KIT-COMPONENT.
           MOVE 0 TO WS-KIT-COMP-IX.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   CONTINUE
               WHEN WS-ITEM-CODE (WS-ITEM-IX)
                   = WS-BOM-COMP (WS-BOM-SCAN)
                   MOVE WS-ITEM-IX TO WS-KIT-COMP-IX
           END-SEARCH.
           IF WS-KIT-COMP-IX = 0
               OR WS-BOM-QTY (WS-BOM-SCAN) = 0
               MOVE 0 TO WS-KIT-COMP-COVERS
           ELSE
               COMPUTE WS-KIT-COMP-COVERS =
                   WS-ITEM-QTY-ON-HAND (WS-KIT-COMP-IX)
                   / WS-BOM-QTY (WS-BOM-SCAN)
           END-IF.
           IF WS-KIT-COMP-COVERS < WS-KIT-BUILDABLE
               MOVE WS-KIT-COMP-COVERS TO WS-KIT-BUILDABLE
               MOVE WS-BOM-COMP (WS-BOM-SCAN) TO WS-KIT-LIMIT-CODE
           END-IF.

           PRINT-KIT-AVAILABILITY.
      * Every kit on the catalog with what is made up and what the
      * parts on hand could still make - the counter's answer to
      * "is the starter pack really out".
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'KIT AVAILABILITY'.
           DISPLAY '================================================'.
           DISPLAY 'CODE   NAME                           ON-HAND '
               'BUILDABLE LIMITED BY'.
           DISPLAY '------------------------------------------------'.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-REC-CNT
               PERFORM COUNT-BUILDABLE-KITS
               IF WS-BOM-COMP-CNT > 0
                   ADD 1 TO WS-KIT-CNT
                   DISPLAY WS-ITEM-CODE (WS-TABLE-INDEX) ' '
                       WS-ITEM-NAME (WS-TABLE-INDEX) ' '
                       WS-ITEM-QTY-ON-HAND (WS-TABLE-INDEX) '   '
                       WS-KIT-BUILDABLE '     '
                       WS-KIT-LIMIT-CODE
               END-IF
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'KITS: ' WS-KIT-CNT '  FLAGGED FOR ASSEMBLY: '
               WS-KIT-SHORT-CNT.

           PRINT-LOCATION-SPLIT.
      * Where the remaining stock actually sits - one indented line
      * per location carrying a balance for the item.
           MOVE WS-RUN-DATE-DISP
               TO PORD-ORDER-DATE OF PORDER-FILE-REC.
           MOVE 'O' TO PORD-STATUS OF PORDER-FILE-REC.
           MOVE WS-ITEM-GOLD-VALUE (WS-TABLE-INDEX)
               TO PORD-UNIT-PRICE OF PORDER-FILE-REC.
           WRITE PORDER-FILE-REC.
           ADD 1 TO WS-PO-CREATED-CNT.

           COPY VENDLOAD.
           COPY LOCRSLV.
           COPY LOCLOAD.
           COPY BOMRSLV.
           COPY BOMLOAD.
           COPY LOCKMGR.

       END PROGRAM REORDER-REPORT.
