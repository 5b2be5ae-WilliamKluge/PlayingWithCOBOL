      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: End-of-day backup set - the last step of the night.
      *          The archive generations only ever protected the
      *          catalog; every other master and side file is
      *          rewritten in place by its own program.  Under the
      *          catalog enqueue this copies the whole estate (see
      *          BKUPLIST), the indexed catalog included, into one
      *          dated set, reads every copy back against what was
      *          read from the live file, and only then writes the
      *          set's manifest (see BKMFREC) with each file's
      *          record count and hash total.  A file not yet on
      *          disk is recorded as absent, so ESTATE-RESTORE can
      *          bring the estate back to exactly this night.
      * Tectonics: cobc
      * Modified: 2026-10-15 - takes the exclusive catalog enqueue for
      *           the copy phase - several maintenance programs
      *           write under the shared one, which would not have
      *           held them off.  Room for sixty files in the set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-BACKUP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * One SELECT serves every file on the estate - closed and
      * reopened under each one's name in turn (see BKUPSET)
           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-BK-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-SOURCE-STATUS.
      * Its copy in the dated set
           SELECT SET-FILE ASSIGN DYNAMIC WS-BK-SET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-SET-STATUS.
      * The set's manifest - see BKMFREC
           SELECT BKMF-FILE ASSIGN DYNAMIC WS-BK-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-MANIFEST-STATUS.
      * The indexed catalog, unloaded into the set in key order
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
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
           FD SOURCE-FILE.
           01 SOURCE-REC               PIC X(512).
           FD SET-FILE.
           01 SET-REC                  PIC X(512).
           FD BKMF-FILE.
           01 BKMF-REC                 PIC X(250).
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
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY BKUPWS.
           COPY BKUPLIST.
           01 WS-BKL-IX                PIC 9(2).
           01 WS-IDX-STATUS            PIC X(2).
           01 WS-IDX-EOF               PIC A(1).
           01 WS-IDX-FILENAME          PIC X(100)
               VALUE 'magicitems.idx'.
      * What the set holds, file by file - the manifest is only
      * written from here once every copy has been proved.
           01 WS-BKD-CNT               PIC 9(2) VALUE 0.
           01 WS-BKD-TABLE.
               03 WS-BKD-ROW OCCURS 60 TIMES.
                   05 WS-BKD-FILE-ID      PIC X(16).
                   05 WS-BKD-ORGANIZATION PIC X(1).
                   05 WS-BKD-PRESENT      PIC X(1).
                   05 WS-BKD-SOURCE-NAME  PIC X(100).
                   05 WS-BKD-SET-NAME     PIC X(100).
                   05 WS-BKD-RECORD-CNT   PIC 9(9).
                   05 WS-BKD-HASH-TOTAL   PIC 9(15).
           01 WS-BKD-IX                PIC 9(2).
           01 WS-BK-FAIL-REASON        PIC X(40).
      * Whole-set totals for the trailer and the foot of the report.
           01 WS-BK-FILES-COPIED       PIC 9(3) VALUE 0.
           01 WS-BK-FILES-ABSENT       PIC 9(3) VALUE 0.
           01 WS-BK-TOTAL-RECORDS      PIC 9(9) VALUE 0.
           01 WS-BK-TOTAL-HASH         PIC 9(17) VALUE 0.
           COPY RUNSWS.
           COPY LOCKWS.
           COPY DATESTAMP.
      * Numeric-edited fields for display.
           01 WS-CNT-EDIT              PIC ZZZZZZZZ9.
           01 WS-FILES-EDIT            PIC ZZ9.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'ESTATE-BACKUP' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           MOVE SPACES TO WS-BK-SET-DATE.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-BK-SET-DATE.
           PERFORM RESOLVE-BACKUP-SET-NAMES.
      * The exclusive enqueue, not the shared one - the reservation,
      * pending-price, lore and count-schedule maintenance all write
      * under the shared enqueue, and only the exclusive one holds
      * every program that takes the enqueue off while the set is
      * taken.  The set is then one consistent night, not a file
      * from before a posting run beside a file from after it.
      * User maintenance, the two acknowledgment runs, the reorder
      * recalculation, the archive sweep and the pending-price
      * release take no enqueue at all - they are not to be run
      * while the backup is.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=========================='.
           DISPLAY 'END-OF-DAY BACKUP SET ' WS-BK-SET-DATE
               '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'
               '=========================='.
           DISPLAY 'FILE               RECORDS  STATUS       FILE NAME'.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
           PERFORM VARYING WS-BKL-IX FROM 1 BY 1
           UNTIL WS-BKL-IX > WS-BKL-CNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM.
           PERFORM BACKUP-ITEM-INDEX.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM WRITE-BACKUP-MANIFEST.
           PERFORM PRINT-BACKUP-TOTALS.
           INITIALIZE WS-RUNS.
           MOVE WS-BKD-CNT TO RUNS-ROWS-LOADED OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           BACKUP-ONE-FILE.
           MOVE SPACES TO WS-BK-SOURCE-NAME.
           ACCEPT WS-BK-SOURCE-NAME
               FROM ENVIRONMENT WS-BKL-ENV (WS-BKL-IX).
           IF WS-BK-SOURCE-NAME = SPACES
               MOVE WS-BKL-DEFAULT (WS-BKL-IX) TO WS-BK-SOURCE-NAME
           END-IF.
           ADD 1 TO WS-BKD-CNT.
           MOVE WS-BKD-CNT TO WS-BKD-IX.
           MOVE WS-BKL-ENV (WS-BKL-IX) TO WS-BKD-FILE-ID (WS-BKD-IX).
           MOVE 'L' TO WS-BKD-ORGANIZATION (WS-BKD-IX).
           MOVE WS-BK-SOURCE-NAME TO WS-BKD-SOURCE-NAME (WS-BKD-IX).
           PERFORM BUILD-SET-FILENAME.
           MOVE WS-BK-SET-FILENAME TO WS-BKD-SET-NAME (WS-BKD-IX).
           MOVE 0 TO WS-BK-RECORD-CNT.
           MOVE 0 TO WS-BK-HASH-TOTAL.
           OPEN INPUT SOURCE-FILE.
           IF WS-BK-SOURCE-STATUS = '35'
               PERFORM RECORD-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-SOURCE-STATUS NOT = '00'
               MOVE 'FILE NOT OPENED - STATUS ' TO WS-BK-FAIL-REASON
               MOVE WS-BK-SOURCE-STATUS TO WS-BK-FAIL-REASON (26:2)
               PERFORM BACKUP-FAILED
           END-IF.
           OPEN OUTPUT SET-FILE.
           IF WS-BK-SET-STATUS NOT = '00'
               CLOSE SOURCE-FILE
               MOVE 'SET COPY NOT OPENED - STATUS '
                   TO WS-BK-FAIL-REASON
               MOVE WS-BK-SET-STATUS TO WS-BK-FAIL-REASON (30:2)
               PERFORM BACKUP-FAILED
           END-IF.
           MOVE 'N' TO WS-BK-EOF.
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ SOURCE-FILE INTO WS-BK-BUFFER
                   AT END
                       MOVE 'Y' TO WS-BK-EOF
                   NOT AT END
                       IF WS-BK-SOURCE-STATUS NOT = '00'
                           MOVE 'FILE NOT READ THROUGH - STATUS '
                               TO WS-BK-FAIL-REASON
                           MOVE WS-BK-SOURCE-STATUS
                               TO WS-BK-FAIL-REASON (32:2)
                           PERFORM BACKUP-FAILED
                       END-IF
                       PERFORM HASH-BACKUP-RECORD
                       WRITE SET-REC FROM WS-BK-BUFFER
                       IF WS-BK-SET-STATUS NOT = '00'
                           MOVE 'SET COPY NOT WRITTEN - STATUS '
                               TO WS-BK-FAIL-REASON
                           MOVE WS-BK-SET-STATUS
                               TO WS-BK-FAIL-REASON (31:2)
                           PERFORM BACKUP-FAILED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           CLOSE SET-FILE.
           PERFORM PROVE-SET-COPY.

           BACKUP-ITEM-INDEX.
      * The indexed catalog the lookups answer from goes into the
      * set as a line sequential unload in key order - the restore
      * loads it back by key.
           MOVE WS-IDX-FILENAME TO WS-BK-SOURCE-NAME.
           ADD 1 TO WS-BKD-CNT.
           MOVE WS-BKD-CNT TO WS-BKD-IX.
           MOVE 'ITEMINDEX' TO WS-BKD-FILE-ID (WS-BKD-IX).
           MOVE 'I' TO WS-BKD-ORGANIZATION (WS-BKD-IX).
           MOVE WS-BK-SOURCE-NAME TO WS-BKD-SOURCE-NAME (WS-BKD-IX).
           PERFORM BUILD-SET-FILENAME.
           MOVE WS-BK-SET-FILENAME TO WS-BKD-SET-NAME (WS-BKD-IX).
           MOVE 0 TO WS-BK-RECORD-CNT.
           MOVE 0 TO WS-BK-HASH-TOTAL.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS = '35'
               PERFORM RECORD-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'FILE NOT OPENED - STATUS ' TO WS-BK-FAIL-REASON
               MOVE WS-IDX-STATUS TO WS-BK-FAIL-REASON (26:2)
               PERFORM BACKUP-FAILED
           END-IF.
           OPEN OUTPUT SET-FILE.
           IF WS-BK-SET-STATUS NOT = '00'
               CLOSE ITEM-INDEXED
               MOVE 'SET COPY NOT OPENED - STATUS '
                   TO WS-BK-FAIL-REASON
               MOVE WS-BK-SET-STATUS TO WS-BK-FAIL-REASON (30:2)
               PERFORM BACKUP-FAILED
           END-IF.
           MOVE 'N' TO WS-IDX-EOF.
           PERFORM UNTIL WS-IDX-EOF = 'Y'
               READ ITEM-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IDX-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BK-BUFFER
                       MOVE IDX-ITEM-FILE TO WS-BK-BUFFER
                       PERFORM HASH-BACKUP-RECORD
                       WRITE SET-REC FROM WS-BK-BUFFER
                       IF WS-BK-SET-STATUS NOT = '00'
                           MOVE 'SET COPY NOT WRITTEN - STATUS '
                               TO WS-BK-FAIL-REASON
                           MOVE WS-BK-SET-STATUS
                               TO WS-BK-FAIL-REASON (31:2)
                           PERFORM BACKUP-FAILED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM-INDEXED.
           CLOSE SET-FILE.
           PERFORM PROVE-SET-COPY.

           PROVE-SET-COPY.
      * The copy is only as good as what reads back from it - a
      * full disk mid-copy must not leave a short file in the set
      * looking like the real one.
           MOVE WS-BK-RECORD-CNT TO WS-BKD-RECORD-CNT (WS-BKD-IX).
           MOVE WS-BK-HASH-TOTAL TO WS-BKD-HASH-TOTAL (WS-BKD-IX).
           PERFORM HASH-SET-FILE.
           IF WS-BK-READ-OK = 'N'
               OR WS-BK-RECORD-CNT NOT = WS-BKD-RECORD-CNT (WS-BKD-IX)
               OR WS-BK-HASH-TOTAL NOT = WS-BKD-HASH-TOTAL (WS-BKD-IX)
               MOVE 'SET COPY DOES NOT READ BACK' TO WS-BK-FAIL-REASON
               PERFORM BACKUP-FAILED
           END-IF.
           MOVE 'Y' TO WS-BKD-PRESENT (WS-BKD-IX).
           ADD 1 TO WS-BK-FILES-COPIED.
           ADD WS-BKD-RECORD-CNT (WS-BKD-IX) TO WS-BK-TOTAL-RECORDS.
           ADD WS-BKD-HASH-TOTAL (WS-BKD-IX) TO WS-BK-TOTAL-HASH.
           MOVE WS-BKD-RECORD-CNT (WS-BKD-IX) TO WS-CNT-EDIT.
           DISPLAY WS-BKD-FILE-ID (WS-BKD-IX) ' ' WS-CNT-EDIT
               '  COPIED       '
               FUNCTION TRIM (WS-BKD-SOURCE-NAME (WS-BKD-IX)).

           RECORD-FILE-ABSENT.
      * Not an error - a shop that has never raised a work order has
      * no work-order file - but the set says so, and a restore
      * takes a file created since back away.
           MOVE 'N' TO WS-BKD-PRESENT (WS-BKD-IX).
           MOVE 0 TO WS-BKD-RECORD-CNT (WS-BKD-IX).
           MOVE 0 TO WS-BKD-HASH-TOTAL (WS-BKD-IX).
           ADD 1 TO WS-BK-FILES-ABSENT.
           DISPLAY WS-BKD-FILE-ID (WS-BKD-IX) '         -'
               '  NOT ON FILE  '
               FUNCTION TRIM (WS-BKD-SOURCE-NAME (WS-BKD-IX)).

           BACKUP-FAILED.
      * No manifest is written - a set without one is never offered
      * to a restore, so a failed night cannot be mistaken for a
      * good one.
           DISPLAY 'BACKUP SET NOT TAKEN - '
               FUNCTION TRIM (WS-BK-FAIL-REASON) ': '
               FUNCTION TRIM (WS-BK-SOURCE-NAME).
           DISPLAY 'NO MANIFEST WRITTEN FOR SET ' WS-BK-SET-DATE.
           PERFORM RELEASE-CATALOG-LOCK.
           STOP RUN RETURNING 16.

           WRITE-BACKUP-MANIFEST.
           OPEN OUTPUT BKMF-FILE.
           IF WS-BK-MANIFEST-STATUS NOT = '00'
               DISPLAY 'BACKUP MANIFEST NOT OPENED - FILE STATUS '
                   WS-BK-MANIFEST-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE SPACES TO WS-BKMF-BUFFER.
           MOVE SPACES TO BKMF-HEADER.
           MOVE 'H' TO BKMFH-REC-TYPE.
           MOVE WS-BK-SET-DATE TO BKMFH-SET-DATE.
           MOVE WS-RUN-DATE-DISP TO BKMFH-RUN-DATE.
           MOVE WS-RUN-TIME-DISP TO BKMFH-RUN-TIME.
           MOVE WS-LOCK-MY-USER TO BKMFH-USER-ID.
           MOVE BKMF-HEADER TO WS-BKMF-BUFFER.
           WRITE BKMF-REC FROM WS-BKMF-BUFFER.
           PERFORM VARYING WS-BKD-IX FROM 1 BY 1
           UNTIL WS-BKD-IX > WS-BKD-CNT
               MOVE SPACES TO BKMF-DETAIL
               MOVE 'D' TO BKMFD-REC-TYPE
               MOVE WS-BKD-FILE-ID (WS-BKD-IX) TO BKMFD-FILE-ID
               MOVE WS-BKD-ORGANIZATION (WS-BKD-IX)
                   TO BKMFD-ORGANIZATION
               MOVE WS-BKD-PRESENT (WS-BKD-IX) TO BKMFD-PRESENT
               MOVE WS-BKD-SOURCE-NAME (WS-BKD-IX)
                   TO BKMFD-SOURCE-NAME
               MOVE WS-BKD-SET-NAME (WS-BKD-IX) TO BKMFD-SET-NAME
               MOVE WS-BKD-RECORD-CNT (WS-BKD-IX)
                   TO BKMFD-RECORD-CNT
               MOVE WS-BKD-HASH-TOTAL (WS-BKD-IX)
                   TO BKMFD-HASH-TOTAL
               MOVE SPACES TO WS-BKMF-BUFFER
               MOVE BKMF-DETAIL TO WS-BKMF-BUFFER
               WRITE BKMF-REC FROM WS-BKMF-BUFFER
           END-PERFORM.
           MOVE SPACES TO BKMF-TRAILER.
           MOVE 'T' TO BKMFT-REC-TYPE.
           MOVE WS-BKD-CNT TO BKMFT-FILE-CNT.
           MOVE WS-BK-TOTAL-RECORDS TO BKMFT-RECORD-CNT.
           MOVE WS-BK-TOTAL-HASH TO BKMFT-HASH-TOTAL.
           MOVE SPACES TO WS-BKMF-BUFFER.
           MOVE BKMF-TRAILER TO WS-BKMF-BUFFER.
           WRITE BKMF-REC FROM WS-BKMF-BUFFER.
           IF WS-BK-MANIFEST-STATUS NOT = '00'
               DISPLAY 'BACKUP MANIFEST NOT WRITTEN - FILE STATUS '
                   WS-BK-MANIFEST-STATUS
               CLOSE BKMF-FILE
               STOP RUN RETURNING 16
           END-IF.
           CLOSE BKMF-FILE.

           PRINT-BACKUP-TOTALS.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
           MOVE WS-BK-FILES-COPIED TO WS-FILES-EDIT.
           DISPLAY 'FILES COPIED:            ' WS-FILES-EDIT.
           MOVE WS-BK-FILES-ABSENT TO WS-FILES-EDIT.
           DISPLAY 'FILES NOT ON FILE:       ' WS-FILES-EDIT.
           MOVE WS-BK-TOTAL-RECORDS TO WS-CNT-EDIT.
           DISPLAY 'RECORDS COPIED:    ' WS-CNT-EDIT.
           DISPLAY 'HASH TOTAL:        ' WS-BK-TOTAL-HASH.
           DISPLAY 'MANIFEST: ' FUNCTION TRIM (WS-BK-MANIFEST-FILENAME).

           COPY DATEFMT.
           COPY SIGNON.
           COPY BKUPSET.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM ESTATE-BACKUP.
