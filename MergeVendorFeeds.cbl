      *           the table does not know is rejected instead of
      *           slipping through at a hundred times the price
      *           (see CURREC/CURLOAD).
      * Modified: 2026-10-15 - each currency reject is also written to
      *           the vendor exception log against the feed's vendor,
      *           for the vendor scorecard (see VEXCREC/VEXCWRT).
      * Modified: 2026-10-15 - a feed row may carry the vendor's own
      *           part number instead of our code; it is translated
      *           through the vendor cross-reference, and an unmapped
      *           part goes to the suspense file under reason XREF
      *           instead of into the merge (see XREFREC/SUSPREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-VENDOR-FEEDS.
           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CCY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCY-STATUS.
      * Currency rejects by vendor for the scorecard - VENDEXCFILE
      * env var, defaults to vendorexceptions.txt (see VEXCWRT)
           SELECT VEXC-FILE ASSIGN DYNAMIC WS-VEXC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEXC-STATUS.
      * Vendor part cross-reference - XREFFILE env var, defaults to
      * vendorxref.txt (see XREFRSLV)
           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
      * Machine-readable reject suspense file, for the unmapped
      * vendor parts - see SUSPREC/SUSPWRT
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
      * Catalog enqueue - only so a failing shared loader can give
      * back a lock this run never takes (see LOCKMGR)
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Run-control calendar - see RCTLREC/RCTLMGR
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FD CURRENCY-FILE.
           01 CURRENCY-REC.
               COPY CURREC.
           FD VEXC-FILE.
           01 VEXC-FILE-REC.
               COPY VEXCREC.
           FD XREF-FILE.
           01 XREF-REC.
               COPY XREFREC.
           FD SUSPENSE-FILE.
           01 SUSPENSE-REC             PIC X(99).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNCTL-FILE.
           01 RUNCTL-REC               PIC X(50).

               COPY VFEDREC.
           01 WS-CCY-ROW-BAD           PIC A(1).
           01 WS-CCY-REJECT-CNT        PIC 9(5) VALUE 0.
           COPY VEXCWS.
           COPY XREFSTAT.
           COPY XREFNAME.
           COPY XREFWS.
           01 WS-XREF-ROW-BAD          PIC A(1).
           01 WS-XREF-REJECT-CNT       PIC 9(5) VALUE 0.
           COPY SUSPWS.
           COPY LOCKWS.
      * Per-feed register - rows read, rows taken into the merge,
      * collisions lost to an earlier feed, and that feed's own
      * trailer reconciliation.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-CURRENCY-TABLE.
           PERFORM LOAD-VENDOR-XREF.
           PERFORM RESOLVE-FEED-FILENAMES.
           PERFORM VALIDATE-FEED-VENDORS.
           PERFORM ORDER-FEEDS-BY-PRECEDENCE.
           PERFORM BUILD-RUN-DATE-TIME.
           PERFORM RESOLVE-VEXC-FILENAME.
           PERFORM OPEN-VENDOR-EXCEPTION-LOG.
           IF WS-VEXC-STATUS NOT = '00'
               DISPLAY 'VENDOR EXCEPTION LOG NOT OPENED - FILE STATUS '
                   WS-VEXC-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-SUSPENSE-FILENAME.
           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1
           UNTIL WS-FEED-NO > WS-FEED-CNT
               PERFORM MERGE-ONE-FEED
           END-PERFORM.
           CLOSE VEXC-FILE.
           CLOSE SUSPENSE-FILE.
           PERFORM WRITE-MERGED-CATALOG.
           PERFORM PRINT-MERGE-REPORT.
           INITIALIZE WS-RUNS.
                       VFED-CURRENCY OF WS-FEED
                       ' NOT CONVERTIBLE - ROW DROPPED FROM FEED '
                       WS-FEED-NO
                   MOVE WS-FEED-VENDOR (WS-FEED-NO)
                       TO VEXC-VENDOR OF WS-VEXC
                   MOVE 'C' TO VEXC-TYPE OF WS-VEXC
                   MOVE VFED-ITEM-CODE OF WS-FEED
                       TO VEXC-ITEM-CODE OF WS-VEXC
                   MOVE 0 TO VEXC-QTY OF WS-VEXC
                   MOVE SPACES TO VEXC-PO-NUMBER OF WS-VEXC
                   MOVE VFED-CURRENCY OF WS-FEED
                       TO VEXC-REFERENCE OF WS-VEXC
                   PERFORM WRITE-VENDOR-EXCEPTION
               ELSE
               IF WS-XREF-ROW-BAD = 'Y'
      * A vendor SKU nobody has mapped yet is a work item, not a bad
      * feed - park the row in suspense with the vendor and part
      * and carry on with the rest of the feed.
                   ADD 1 TO WS-XREF-REJECT-CNT
                   DISPLAY 'UNMAPPED PART: '
                       WS-FEED-VENDOR (WS-FEED-NO) ' '
                       VFED-VENDOR-PART OF WS-FEED
                       ' - ROW TO SUSPENSE FROM FEED ' WS-FEED-NO
                   MOVE 'XREF' TO SUSP-REASON-CODE OF WS-SUSP
                   MOVE WS-FEED-VENDOR (WS-FEED-NO)
                       TO SUSP-VENDOR OF WS-SUSP
                   MOVE VFED-VENDOR-PART OF WS-FEED
                       TO SUSP-VENDOR-PART OF WS-SUSP
                   PERFORM WRITE-SUSPENSE-ROW
               ELSE
                   SET WS-ITEM-IX TO 1
                   SEARCH WS-ITEM-TABLE
                               ', DROPPED FROM FEED ' WS-FEED-NO
                   END-SEARCH
               END-IF
               END-IF
           END-IF.

           CONVERT-FEED-ROW.
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CCY-ROW-BAD
           END-COMPUTE.
      * A vendor part number, when the feed sends one, is the
      * vendor's word for the item - our code comes from the
      * cross-reference under the feed's vendor, never from
      * whatever sits in the code field beside it.
           MOVE 'N' TO WS-XREF-ROW-BAD.
           IF VFED-VENDOR-PART OF WS-FEED NOT = SPACES
               MOVE WS-FEED-VENDOR (WS-FEED-NO) TO WS-CHK-XREF-VENDOR
               MOVE VFED-VENDOR-PART OF WS-FEED TO WS-CHK-XREF-PART
               PERFORM FIND-VENDOR-XREF
               IF WS-XREF-FOUND = 'Y'
                   MOVE WS-XREF-FOUND-CODE TO ITEM-CODE OF WS-ITEM
               ELSE
                   MOVE 'Y' TO WS-XREF-ROW-BAD
               END-IF
           END-IF.

           TAKE-FEED-ROW.
           IF WS-REC-CNT < WS-CATALOG-CAPACITY
           IF WS-CCY-REJECT-CNT > 0
               DISPLAY 'CURRENCY REJECTS: ' WS-CCY-REJECT-CNT
           END-IF.
           IF WS-XREF-REJECT-CNT > 0
               DISPLAY 'UNMAPPED VENDOR PARTS: ' WS-XREF-REJECT-CNT
                   ' - WRITTEN TO '
                   FUNCTION TRIM (WS-SUSPENSE-FILENAME)
           END-IF.
           DISPLAY 'CROSS-FEED COLLISIONS: ' WS-COLLISION-CNT.
           DISPLAY WS-REC-CNT ' ROWS WRITTEN TO '
               FUNCTION TRIM (WS-MERGED-FILENAME).
           COPY VENDLOAD.
           COPY CURRSLV.
           COPY CURLOAD.
           COPY VEXCWRT.
           COPY XREFRSLV.
           COPY XREFLOAD.
           COPY SUSPWRT.
           COPY LOCKMGR.
           COPY RUNSWRT.

           COPY RCTLMGR.
