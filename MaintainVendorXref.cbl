      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Maintain the vendor part-number cross-reference -
      *          list, add, remap and delete the mappings from a
      *          vendor's own part numbers to our item codes, so the
      *          feed merge, the repricing run and receipts can take
      *          a vendor's paperwork as printed (see XREFREC).  A
      *          mapping must name a vendor on the master and an
      *          item on the catalog; a part that turned up in the
      *          suspense file under reason XREF is mapped here and
      *          the feed rerun.  Same authorization and audit
      *          discipline as customer maintenance; deleting a
      *          mapping takes a supervisor, and the session holds
      *          the exclusive enqueue, since the batch stream reads
      *          the cross-reference under it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-VENDOR-XREF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The cross-reference we maintain - XREFFILE env var, defaults
      * to vendorxref.txt (see XREFRSLV)
           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
      * Who the vendors actually are - see VENDREC/VENDLOAD
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-STATUS.
      * The catalog, for the item codes a part may map to -
      * ITEMFILE env var as usual
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Append-only log of accepted mapping changes - see XAUDREC
           SELECT XREF-AUDIT-FILE ASSIGN DYNAMIC WS-XAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XAUD-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
      * Append-only security violation log - see SVIOREC/SVIOWRT
           SELECT VIOLATION-FILE ASSIGN DYNAMIC
           WS-VIOLATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOLATION-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD XREF-FILE.
           01 XREF-REC.
               COPY XREFREC.
           FD VENDMAST-FILE.
           01 VENDMAST-REC.
               COPY VENDREC.
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD XREF-AUDIT-FILE.
           01 XREF-AUDIT-REC.
               COPY XAUDREC.
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY XREFSTAT.
           COPY XREFNAME.
           COPY XREFWS.
           COPY VENDSTAT.
           COPY VENDNAME.
           COPY VENDTAB.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-XAUD-FILENAME         PIC X(100).
           01 WS-XAUD-STATUS           PIC X(2).
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY DATESTAMP.
           01 WS-EOF                   PIC A(1).
           01 WS-DONE                  PIC A(1) VALUE 'N'.
           01 WS-ACTION                PIC X(1).
           01 WS-CHANGED-CNT           PIC 9(4) VALUE 0.
           01 WS-XREF-LISTED           PIC A(1).
           01 WS-ITEM-ON-FILE          PIC A(1).
      * The operator's keyed values.
           01 WS-TGT-VENDOR            PIC X(8).
           01 WS-TGT-PART              PIC X(15).
           01 WS-TGT-CODE              PIC X(6).
           01 WS-BEFORE-CODE           PIC X(6).
           01 WS-CONFIRM               PIC X(1).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'MAINTAIN-VENDOR-XREF' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'M' AND WS-USER-ROLE NOT = 'S'
               DISPLAY 'ROLE NOT AUTHORIZED TO MAINTAIN VENDOR '
                   'XREF: ' WS-USER-ID
               MOVE 'ROLE NOT AUTHORIZED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM LOAD-VENDOR-XREF.
           IF WS-XREF-DROPPED > 0
               DISPLAY 'VENDOR XREF NOT MAINTAINED - ROWS WERE '
                   'DROPPED ON LOAD'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-MAPPABLE-ITEMS.
           PERFORM RESOLVE-XREF-AUDIT-FILENAME.
           PERFORM OPEN-XREF-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM TAKE-ONE-XREF-ACTION
           END-PERFORM.
           CLOSE XREF-AUDIT-FILE.
           IF WS-CHANGED-CNT > 0
               MOVE 'Y' TO WS-XREF-CHANGED
               PERFORM REWRITE-VENDOR-XREF
               DISPLAY WS-CHANGED-CNT ' MAPPING CHANGES WRITTEN TO '
                   FUNCTION TRIM (WS-XREF-FILENAME)
           ELSE
               DISPLAY 'NO CHANGES - VENDOR XREF UNTOUCHED'
           END-IF.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN.

           RESOLVE-XREF-AUDIT-FILENAME.
      * Dated like the catalog audit logs - XREFAUDITFILE overrides.
           ACCEPT WS-XAUD-FILENAME FROM ENVIRONMENT 'XREFAUDITFILE'.
           IF WS-XAUD-FILENAME = SPACES
               STRING
                   'xrefaudit.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-XAUD-FILENAME
           END-IF.

           OPEN-XREF-AUDIT.
           OPEN INPUT XREF-AUDIT-FILE.
           IF WS-XAUD-STATUS = '35'
               OPEN OUTPUT XREF-AUDIT-FILE
               CLOSE XREF-AUDIT-FILE
           ELSE
               CLOSE XREF-AUDIT-FILE
           END-IF.
           OPEN EXTEND XREF-AUDIT-FILE.
           IF WS-XAUD-STATUS NOT = '00'
               DISPLAY 'VENDOR XREF AUDIT NOT OPENED - FILE STATUS '
                   WS-XAUD-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

           LOAD-MAPPABLE-ITEMS.
           PERFORM RESOLVE-ITEM-FILENAME.
           OPEN INPUT ITEM.
           IF WS-ITEM-STATUS NOT = '00'
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           PERFORM CHECK-ITEM-FILE-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM INTO WS-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ITEM-CODE OF WS-ITEM NOT = WS-TRAILER-CODE
                           AND WS-REC-CNT < 5000
                           ADD 1 TO WS-REC-CNT
                           MOVE ITEM-CODE OF WS-ITEM
                               TO WS-ITEM-CODE (WS-REC-CNT)
                           MOVE ITEM-NAME OF WS-ITEM
                               TO WS-ITEM-NAME (WS-REC-CNT)
                           MOVE ITEM-LIFECYCLE OF WS-ITEM
                               TO WS-ITEM-LIFECYCLE (WS-REC-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM.

           TAKE-ONE-XREF-ACTION.
           DISPLAY 'ACTION - L)IST A)DD C)HANGE D)ELETE E)ND: '
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-XREF
               WHEN 'A' WHEN 'a'
                   PERFORM ADD-ONE-XREF
               WHEN 'C' WHEN 'c'
                   PERFORM CHANGE-ONE-XREF
               WHEN 'D' WHEN 'd'
                   PERFORM DELETE-ONE-XREF
               WHEN 'E' WHEN 'e'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE.

           LIST-XREF.
           DISPLAY 'VENDOR (BLANK FOR ALL): ' WITH NO ADVANCING.
           ACCEPT WS-TGT-VENDOR.
           MOVE 'N' TO WS-XREF-LISTED.
           PERFORM VARYING WS-XREF-SCAN FROM 1 BY 1
           UNTIL WS-XREF-SCAN > WS-XREF-CNT
               IF WS-XREF-VENDOR (WS-XREF-SCAN) NOT = SPACES
                   AND (WS-TGT-VENDOR = SPACES
                   OR WS-XREF-VENDOR (WS-XREF-SCAN) = WS-TGT-VENDOR)
                   MOVE 'Y' TO WS-XREF-LISTED
                   PERFORM SHOW-ONE-XREF
               END-IF
           END-PERFORM.
           IF WS-XREF-LISTED = 'N'
               DISPLAY 'NO VENDOR PARTS MAPPED'
           END-IF.

           SHOW-ONE-XREF.
           MOVE WS-XREF-CODE (WS-XREF-SCAN) TO WS-TGT-CODE.
           PERFORM FIND-MAPPED-ITEM.
           IF WS-ITEM-ON-FILE = 'Y'
               DISPLAY '  ' WS-XREF-VENDOR (WS-XREF-SCAN) ' '
                   WS-XREF-PART (WS-XREF-SCAN) ' -> '
                   WS-XREF-CODE (WS-XREF-SCAN) ' '
                   WS-ITEM-NAME (WS-ITEM-IX) ' '
                   WS-XREF-DATE (WS-XREF-SCAN)
           ELSE
      * A mapping can outlive its item - say so, or the next feed
      * row through it fails as an unknown code with no clue why.
               DISPLAY '  ' WS-XREF-VENDOR (WS-XREF-SCAN) ' '
                   WS-XREF-PART (WS-XREF-SCAN) ' -> '
                   WS-XREF-CODE (WS-XREF-SCAN) ' '
                   '** ITEM NO LONGER ON CATALOG ** '
                   WS-XREF-DATE (WS-XREF-SCAN)
           END-IF.

           ADD-ONE-XREF.
           PERFORM ACCEPT-VENDOR-PART.
           IF WS-TGT-PART = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-FOUND = 'Y'
               DISPLAY 'PART ALREADY MAPPED TO '
                   WS-XREF-FOUND-CODE ' - USE C)HANGE'
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-CNT NOT < WS-XREF-CAPACITY
               DISPLAY 'VENDOR XREF FULL - CANNOT ADD'
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-MAPPED-ITEM.
           IF WS-TGT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-XREF-CNT.
           MOVE WS-TGT-VENDOR TO WS-XREF-VENDOR (WS-XREF-CNT).
           MOVE WS-TGT-PART TO WS-XREF-PART (WS-XREF-CNT).
           MOVE WS-TGT-CODE TO WS-XREF-CODE (WS-XREF-CNT).
           MOVE WS-RUN-DATE-DISP TO WS-XREF-DATE (WS-XREF-CNT).
           MOVE SPACES TO WS-BEFORE-CODE.
           MOVE 'A' TO XAUD-ACTION.
           PERFORM WRITE-XREF-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'MAPPED: ' WS-TGT-VENDOR ' ' WS-TGT-PART ' -> '
               WS-TGT-CODE.

           CHANGE-ONE-XREF.
           PERFORM ACCEPT-VENDOR-PART.
           IF WS-TGT-PART = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-FOUND = 'N'
               DISPLAY 'PART NOT MAPPED: ' WS-TGT-VENDOR ' '
                   WS-TGT-PART
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-XREF-FOUND-CODE TO WS-BEFORE-CODE.
           DISPLAY 'NOW MAPPED TO ' WS-BEFORE-CODE.
           PERFORM ACCEPT-MAPPED-ITEM.
           IF WS-TGT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TGT-CODE = WS-BEFORE-CODE
               DISPLAY 'SAME ITEM - NOTHING CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-CODE TO WS-XREF-CODE (WS-XREF-FOUND-IX).
           MOVE WS-RUN-DATE-DISP TO WS-XREF-DATE (WS-XREF-FOUND-IX).
           MOVE 'C' TO XAUD-ACTION.
           PERFORM WRITE-XREF-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'REMAPPED: ' WS-TGT-VENDOR ' ' WS-TGT-PART ' -> '
               WS-TGT-CODE.

           DELETE-ONE-XREF.
      * Dropping a mapping sends that part back to suspense on the
      * next feed - a supervisor's call, like a catalog delete.
           IF WS-USER-ROLE NOT = 'S'
               DISPLAY 'DELETING A MAPPING NEEDS A SUPERVISOR'
               MOVE 'XREF DELETE REFUSED' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-VENDOR-PART.
           IF WS-TGT-PART = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-FOUND = 'N'
               DISPLAY 'PART NOT MAPPED: ' WS-TGT-VENDOR ' '
                   WS-TGT-PART
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DELETE MAPPING TO ' WS-XREF-FOUND-CODE
               ' - CONFIRM (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'DELETE ABANDONED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-XREF-FOUND-CODE TO WS-BEFORE-CODE.
           MOVE SPACES TO WS-TGT-CODE.
      * A deleted row is blanked in place and skipped on the rewrite.
           MOVE SPACES TO WS-XREF-ROW (WS-XREF-FOUND-IX).
           MOVE 'D' TO XAUD-ACTION.
           PERFORM WRITE-XREF-AUDIT.
           ADD 1 TO WS-CHANGED-CNT.
           DISPLAY 'MAPPING DELETED: ' WS-TGT-VENDOR ' ' WS-TGT-PART.

           ACCEPT-VENDOR-PART.
      * Prompts for the vendor and its part number and looks the
      * pair up.  A refused entry comes back with a blank part.
           DISPLAY 'VENDOR CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-VENDOR.
           DISPLAY 'VENDOR PART NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-PART.
           IF WS-TGT-VENDOR = SPACES OR WS-TGT-PART = SPACES
               DISPLAY 'A MAPPING NEEDS A VENDOR AND A PART NUMBER'
               MOVE SPACES TO WS-TGT-PART
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-VENDOR TO WS-CHK-VENDOR.
           PERFORM CHECK-VENDOR-MASTER.
           IF WS-VEND-ON-FILE = 'N'
               DISPLAY 'VENDOR NOT ON THE VENDOR MASTER: '
                   WS-TGT-VENDOR
               MOVE SPACES TO WS-TGT-PART
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TGT-VENDOR TO WS-CHK-XREF-VENDOR.
           MOVE WS-TGT-PART TO WS-CHK-XREF-PART.
           PERFORM FIND-VENDOR-XREF.

           ACCEPT-MAPPED-ITEM.
      * Prompts for our item code - it has to be on the catalog.  A
      * refused code comes back as spaces.
           DISPLAY 'OUR ITEM CODE: ' WITH NO ADVANCING.
           ACCEPT WS-TGT-CODE.
           IF WS-TGT-CODE = SPACES
               DISPLAY 'A MAPPING NEEDS AN ITEM CODE'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MAPPED-ITEM.
           IF WS-ITEM-ON-FILE = 'N'
               DISPLAY 'ITEM NOT ON THE CATALOG: ' WS-TGT-CODE
               MOVE SPACES TO WS-TGT-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '  ' WS-TGT-CODE ' ' WS-ITEM-NAME (WS-ITEM-IX).
           IF WS-ITEM-LIFECYCLE (WS-ITEM-IX) = 'D'
               DISPLAY 'WARNING: ITEM IS DISCONTINUED'
           END-IF.

           FIND-MAPPED-ITEM.
           MOVE 'N' TO WS-ITEM-ON-FILE.
           IF WS-REC-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           SET WS-ITEM-IX TO 1.
           SEARCH WS-ITEM-TABLE
               AT END
                   MOVE 'N' TO WS-ITEM-ON-FILE
               WHEN WS-ITEM-CODE (WS-ITEM-IX) = WS-TGT-CODE
                   MOVE 'Y' TO WS-ITEM-ON-FILE
           END-SEARCH.

           WRITE-XREF-AUDIT.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-DISP TO XAUD-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO XAUD-RUN-TIME.
           MOVE WS-USER-ID TO XAUD-USER-ID.
           MOVE WS-TGT-VENDOR TO XAUD-VENDOR.
           MOVE WS-TGT-PART TO XAUD-VENDOR-PART.
           MOVE WS-BEFORE-CODE TO XAUD-BEFORE-CODE.
           MOVE WS-TGT-CODE TO XAUD-AFTER-CODE.
           WRITE XREF-AUDIT-REC.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY FNRESLV.
           COPY OPENCHK.
           COPY VENDRSLV.
           COPY VENDLOAD.
           COPY XREFRSLV.
           COPY XREFLOAD.
           COPY LOCKMGR.

       END PROGRAM MAINTAIN-VENDOR-XREF.
