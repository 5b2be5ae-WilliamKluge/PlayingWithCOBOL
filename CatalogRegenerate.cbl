      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Regenerate magicitems.txt, trailer and all, from the
      *          indexed catalog.  The posting programs read and
      *          rewrite magicitems.idx by key, so the index is the
      *          master of record and the sequential catalog falls
      *          behind it (see IDXPOST).  Run once, at the end of
      *          the stream, for the loaders and reports that still
      *          read the sequential file: under the exclusive
      *          catalog enqueue the index is unloaded in key order
      *          and promoted through the two-phase rewrite (see
      *          SAFERWRT), and only then is the regeneration
      *          marker cleared (see REGNMGR).  With no marker
      *          waiting the sequential catalog is already current
      *          and is left untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-REGENERATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The sequential catalog we regenerate - ITEMFILE env var,
      * defaults to magicitems.txt (see FNRESLV)
           SELECT ITEM ASSIGN DYNAMIC WS-ITEM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      * Two-phase rewrite files - see SAFERWRT
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT PRIOR-FILE ASSIGN DYNAMIC WS-PRIOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-STATUS.
      * The indexed catalog, master of record - unloaded in key
      * order
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.
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
           FD ITEM.
           01 ITEM-FILE.
               COPY ITEMREC.
           FD WORK-FILE.
           01 WORK-FILE-REC            PIC X(63).
           FD PRIOR-FILE.
           01 PRIOR-FILE-REC           PIC X(63).
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
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               COPY ITEMREC.
           COPY FILESTAT.
           COPY FILENAME.
           01 WS-IDX-STATUS            PIC X(2).
           01 WS-IDX-EOF               PIC A(1).
           COPY SAFEWS.
           COPY REGNWS.
           COPY LOCKWS.
           COPY RUNSWS.
           COPY DATESTAMP.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
      * Catalog capacity matches the OCCURS bound in ITEMTAB - same
      * refusal as MAINTAIN-CATALOG: an unload that dropped rows must
      * never be promoted over the live catalog.
           01 WS-CATALOG-CAPACITY      PIC 9(4) VALUE 5000.
           01 WS-ROWS-DROPPED          PIC 9(4) VALUE 0.
      * magicitems.txt ends with a trailer record (item code TRLR99)
      * whose quantity field carries the row count.
           01 WS-TRAILER-CODE          PIC X(6) VALUE 'TRLR99'.
           01 WS-TABLE-INDEX           PIC 9(10).
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'CATALOG-REGENERATE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           PERFORM CHECK-REGEN-MARKER.
           IF WS-REGN-PENDING = 'N'
               DISPLAY 'SEQUENTIAL CATALOG ALREADY CURRENT - '
                   'CATALOG UNTOUCHED'
               PERFORM RELEASE-CATALOG-LOCK
               INITIALIZE WS-RUNS
               PERFORM WRITE-RUN-STATISTICS
               STOP RUN
           END-IF.
           DISPLAY 'INDEX MOVED AHEAD BY '
               FUNCTION TRIM (REGN-JOB-NAME OF WS-REGN) ' ON '
               REGN-RUN-DATE OF WS-REGN ' ' REGN-RUN-TIME OF WS-REGN.
           OPEN INPUT ITEM-INDEXED.
      * The marker stays where it is - the writers keep refusing
      * until a regeneration actually lands.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'INDEXED CATALOG NOT OPENED - FILE STATUS '
                   WS-IDX-STATUS ' - CATALOG UNTOUCHED'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-INDEXED-CATALOG.
           CLOSE ITEM-INDEXED.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'CATALOG NOT REGENERATED - ' WS-ROWS-DROPPED
                   ' ROWS WERE DROPPED ON LOAD FOR EXCEEDING CAPACITY'
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           PERFORM SAFE-REWRITE-CATALOG.
      * Cleared only once the promote has landed - a rewrite that
      * fails leaves the writers blocked behind the marker.
           PERFORM CLEAR-REGEN-MARKER.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-REC-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-ROWS-DROPPED TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           LOAD-INDEXED-CATALOG.
           MOVE 'N' TO WS-IDX-EOF.
           PERFORM UNTIL WS-IDX-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IDX-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-INDEXED-ROW
               END-READ
           END-PERFORM.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'CATALOG EXCEEDS CAPACITY, ' WS-ROWS-DROPPED
                   ' ROWS DROPPED'
           END-IF.

           LOAD-ONE-INDEXED-ROW.
           IF WS-REC-CNT NOT < WS-CATALOG-CAPACITY
               ADD 1 TO WS-ROWS-DROPPED
               DISPLAY 'CATALOG EXCEEDS CAPACITY, ROW DROPPED: '
                   IDX-ITEM-CODE ' ' IDX-ITEM-NAME
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REC-CNT.
           MOVE IDX-ITEM-CODE TO WS-ITEM-CODE (WS-REC-CNT).
           MOVE IDX-ITEM-NAME TO WS-ITEM-NAME (WS-REC-CNT).
           MOVE IDX-ITEM-CATEGORY TO WS-ITEM-CATEGORY (WS-REC-CNT).
           MOVE IDX-ITEM-GOLD-VALUE
               TO WS-ITEM-GOLD-VALUE (WS-REC-CNT).
           MOVE IDX-ITEM-QTY-ON-HAND
               TO WS-ITEM-QTY-ON-HAND (WS-REC-CNT).
           MOVE IDX-ITEM-LIFECYCLE TO WS-ITEM-LIFECYCLE (WS-REC-CNT).

           COPY DATEFMT.
           COPY SIGNON.
           COPY FNRESLV.
           COPY RUNSWRT.
           COPY LOCKMGR.
           COPY SAFERWRT.
           COPY REGNMGR.

       END PROGRAM CATALOG-REGENERATE.
