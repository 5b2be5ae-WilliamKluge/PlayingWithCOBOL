      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Brings the whole estate back to one night's backup
      *          set (see ESTATE-BACKUP / BKMFREC).  A supervisor
      *          names the set by its date; the manifest must agree
      *          with itself and every copy in the set must read back
      *          to its manifest count and hash total before a single
      *          live file is touched.  Then, under the exclusive
      *          catalog enqueue, every master and side file is put
      *          back and proved against the manifest again - a file
      *          the set records as not on file is taken away - and
      *          INTEGRITY-VERIFIER is run before the lock is given
      *          up, so nothing reads the restored estate until it is
      *          known to tie.
      * Tectonics: cobc
      * Modified: 2026-10-15 - room for sixty files in a set's
      *           manifest, ahead of the estate list's growth.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-RESTORE.

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
      * The indexed catalog, loaded back by key from the set's unload
           SELECT ITEM-INDEXED ASSIGN TO 'magicitems.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-ITEM-CODE
           FILE STATUS IS WS-IDX-STATUS.
      * Operator security file - see SECREC/AUTHCHK
           SELECT SECURITY-FILE ASSIGN DYNAMIC WS-SECURITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
      * Append-only security violation log - see SVIOREC/SVIOWRT
           SELECT VIOLATION-FILE ASSIGN DYNAMIC
           WS-VIOLATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOLATION-STATUS.
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
           FD SECURITY-FILE.
           01 SECURITY-REC             PIC X(40).
           FD VIOLATION-FILE.
           01 VIOLATION-REC            PIC X(96).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).

           WORKING-STORAGE SECTION.
           COPY BKUPWS.
           01 WS-IDX-STATUS            PIC X(2).
           01 WS-IDX-EOF               PIC A(1).
      * The set as its manifest describes it.
           01 WS-RSD-CNT               PIC 9(2) VALUE 0.
           01 WS-RSD-MAX               PIC 9(2) VALUE 60.
           01 WS-RSD-TABLE.
               03 WS-RSD-ROW OCCURS 60 TIMES.
                   05 WS-RSD-FILE-ID      PIC X(16).
                   05 WS-RSD-ORGANIZATION PIC X(1).
                   05 WS-RSD-PRESENT      PIC X(1).
                   05 WS-RSD-SOURCE-NAME  PIC X(100).
                   05 WS-RSD-SET-NAME     PIC X(100).
                   05 WS-RSD-RECORD-CNT   PIC 9(9).
                   05 WS-RSD-HASH-TOTAL   PIC 9(15).
           01 WS-RSD-IX                PIC 9(2).
           01 WS-RS-HEADER-SEEN        PIC A(1).
           01 WS-RS-TRAILER-SEEN       PIC A(1).
           01 WS-RS-MANIFEST-EOF       PIC A(1).
           01 WS-RS-TRAILER-FILES      PIC 9(3).
           01 WS-RS-TRAILER-RECORDS    PIC 9(9).
           01 WS-RS-TRAILER-HASH       PIC 9(17).
           01 WS-RS-SUM-RECORDS        PIC 9(9).
           01 WS-RS-SUM-HASH           PIC 9(17).
           01 WS-RS-SET-RUN-DATE       PIC X(10).
           01 WS-RS-SET-RUN-TIME       PIC X(8).
           01 WS-RS-BAD-COPIES         PIC 9(3) VALUE 0.
           01 WS-RS-FAIL-REASON        PIC X(40).
           01 WS-RS-DELETE-NAME        PIC X(100).
           01 WS-RS-FILES-RESTORED     PIC 9(3) VALUE 0.
           01 WS-RS-FILES-REMOVED      PIC 9(3) VALUE 0.
           01 WS-RS-TOTAL-RECORDS      PIC 9(9) VALUE 0.
      * INTEGRITY-VERIFIER is run against the restored catalog.
      * VERIFIERPGM overrides where it is run from.
           01 WS-RS-VERIFIER-PGM       PIC X(100).
           01 WS-RS-ITEMFILE           PIC X(100).
           01 WS-COMMAND               PIC X(300).
           01 WS-RS-VERIFIER-RC        PIC 9(5) VALUE 0.
           COPY RUNSWS.
           COPY LOCKWS.
           COPY SECWS.
           COPY SVIOWS.
           COPY DATESTAMP.
      * Numeric-edited fields for display.
           01 WS-CNT-EDIT              PIC ZZZZZZZZ9.
           01 WS-FILES-EDIT            PIC ZZ9.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'ESTATE-RESTORE' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
      * Putting the whole estate back overwrites every posting since
      * the set was taken - it takes a supervisor.
           PERFORM CHECK-AUTHORIZATION.
           IF WS-USER-ROLE NOT = 'S'
               DISPLAY 'RESTORING THE ESTATE REQUIRES SUPERVISOR: '
                   WS-USER-ID
               MOVE 'REQUIRES SUPERVISOR' TO WS-SVIO-REASON
               PERFORM WRITE-SECURITY-VIOLATION
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT WS-BK-SET-DATE FROM ENVIRONMENT 'RESTOREDATE'.
           IF WS-BK-SET-DATE = SPACES
               DISPLAY 'RESTORE FROM SET DATED (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT WS-BK-SET-DATE
           END-IF.
           IF WS-BK-SET-DATE IS NOT NUMERIC
               DISPLAY 'RESTORE DATE NOT YYYYMMDD: ' WS-BK-SET-DATE
               STOP RUN RETURNING 16
           END-IF.
           PERFORM RESOLVE-BACKUP-SET-NAMES.
           PERFORM LOAD-BACKUP-MANIFEST.
           PERFORM PROVE-BACKUP-SET.
           PERFORM TAKE-EXCLUSIVE-LOCK.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=========================='.
           DISPLAY 'ESTATE RESTORE FROM SET ' WS-BK-SET-DATE
               '  TAKEN ' WS-RS-SET-RUN-DATE ' ' WS-RS-SET-RUN-TIME.
           DISPLAY '================================================'
               '=========================='.
           DISPLAY 'FILE               RECORDS  STATUS       FILE NAME'.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
           PERFORM VARYING WS-RSD-IX FROM 1 BY 1
           UNTIL WS-RSD-IX > WS-RSD-CNT
               EVALUATE TRUE
                   WHEN WS-RSD-PRESENT (WS-RSD-IX) = 'N'
                       PERFORM REMOVE-ONE-FILE
                   WHEN WS-RSD-ORGANIZATION (WS-RSD-IX) = 'I'
                       PERFORM RESTORE-ITEM-INDEX
                   WHEN OTHER
                       PERFORM RESTORE-ONE-FILE
               END-EVALUATE
           END-PERFORM.
           PERFORM PRINT-RESTORE-TOTALS.
      * Every file is back and proved - drop to a shared hold so the
      * verifier can ride along on it, while no writer gets in until
      * the verifier has had its say.
           PERFORM DOWNGRADE-TO-SHARED-LOCK.
           PERFORM RUN-INTEGRITY-VERIFIER.
           PERFORM RELEASE-CATALOG-LOCK.
           INITIALIZE WS-RUNS.
           MOVE WS-RS-FILES-RESTORED TO RUNS-ROWS-LOADED OF WS-RUNS.
           IF WS-RS-VERIFIER-RC NOT = 0
               DISPLAY 'ESTATE RESTORED TO ' WS-BK-SET-DATE
                   ' BUT DOES NOT TIE - INTEGRITY-VERIFIER RC '
                   WS-RS-VERIFIER-RC
               MOVE 8 TO RUNS-RETURN-CODE OF WS-RUNS
               PERFORM WRITE-RUN-STATISTICS
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY 'ESTATE RESTORED TO ' WS-BK-SET-DATE
               ' - ALL FILES TIE'.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           LOAD-BACKUP-MANIFEST.
      * A set is only offered once its manifest agrees with itself -
      * header first, trailer last, and the trailer's totals the sum
      * of the details between.  A night whose backup failed wrote
      * no manifest at all.
           OPEN INPUT BKMF-FILE.
           IF WS-BK-MANIFEST-STATUS = '35'
               DISPLAY 'NO BACKUP SET DATED ' WS-BK-SET-DATE ': '
                   FUNCTION TRIM (WS-BK-MANIFEST-FILENAME)
               STOP RUN RETURNING 16
           END-IF.
           IF WS-BK-MANIFEST-STATUS NOT = '00'
               DISPLAY 'BACKUP MANIFEST NOT OPENED - FILE STATUS '
                   WS-BK-MANIFEST-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-RS-HEADER-SEEN.
           MOVE 'N' TO WS-RS-TRAILER-SEEN.
           MOVE 0 TO WS-RS-SUM-RECORDS.
           MOVE 0 TO WS-RS-SUM-HASH.
           MOVE 'N' TO WS-RS-MANIFEST-EOF.
           PERFORM UNTIL WS-RS-MANIFEST-EOF = 'Y'
               MOVE SPACES TO WS-BKMF-BUFFER
               READ BKMF-FILE INTO WS-BKMF-BUFFER
                   AT END
                       MOVE 'Y' TO WS-RS-MANIFEST-EOF
                   NOT AT END
                       PERFORM TAKE-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE BKMF-FILE.
           IF WS-RS-HEADER-SEEN = 'N'
               MOVE 'NO HEADER RECORD' TO WS-RS-FAIL-REASON
               PERFORM MANIFEST-REFUSED
           END-IF.
           IF WS-RS-TRAILER-SEEN = 'N'
               MOVE 'NO TRAILER RECORD' TO WS-RS-FAIL-REASON
               PERFORM MANIFEST-REFUSED
           END-IF.
           IF WS-RS-TRAILER-FILES NOT = WS-RSD-CNT
               OR WS-RS-TRAILER-RECORDS NOT = WS-RS-SUM-RECORDS
               OR WS-RS-TRAILER-HASH NOT = WS-RS-SUM-HASH
               MOVE 'TRAILER TOTALS DO NOT AGREE'
                   TO WS-RS-FAIL-REASON
               PERFORM MANIFEST-REFUSED
           END-IF.

           TAKE-MANIFEST-RECORD.
           IF WS-RS-TRAILER-SEEN = 'Y'
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-RS-FAIL-REASON
               PERFORM MANIFEST-REFUSED
           END-IF.
           EVALUATE WS-BKMF-BUFFER (1:1)
               WHEN 'H'
                   IF WS-RS-HEADER-SEEN = 'Y'
                       MOVE 'MORE THAN ONE HEADER'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   MOVE WS-BKMF-BUFFER TO BKMF-HEADER
                   IF BKMFH-SET-DATE NOT = WS-BK-SET-DATE
                       MOVE 'HEADER NAMES ANOTHER SET'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   MOVE BKMFH-RUN-DATE TO WS-RS-SET-RUN-DATE
                   MOVE BKMFH-RUN-TIME TO WS-RS-SET-RUN-TIME
                   MOVE 'Y' TO WS-RS-HEADER-SEEN
               WHEN 'D'
                   IF WS-RS-HEADER-SEEN = 'N'
                       MOVE 'DETAIL BEFORE THE HEADER'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   IF WS-RSD-CNT >= WS-RSD-MAX
                       MOVE 'MORE FILES THAN ONE RESTORE HOLDS'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   MOVE WS-BKMF-BUFFER TO BKMF-DETAIL
                   IF BKMFD-RECORD-CNT IS NOT NUMERIC
                       OR BKMFD-HASH-TOTAL IS NOT NUMERIC
                       MOVE 'DETAIL TOTALS NOT NUMERIC'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   ADD 1 TO WS-RSD-CNT
                   MOVE BKMFD-FILE-ID TO WS-RSD-FILE-ID (WS-RSD-CNT)
                   MOVE BKMFD-ORGANIZATION
                       TO WS-RSD-ORGANIZATION (WS-RSD-CNT)
                   MOVE BKMFD-PRESENT TO WS-RSD-PRESENT (WS-RSD-CNT)
                   MOVE BKMFD-SOURCE-NAME
                       TO WS-RSD-SOURCE-NAME (WS-RSD-CNT)
                   MOVE BKMFD-SET-NAME TO WS-RSD-SET-NAME (WS-RSD-CNT)
                   MOVE BKMFD-RECORD-CNT
                       TO WS-RSD-RECORD-CNT (WS-RSD-CNT)
                   MOVE BKMFD-HASH-TOTAL
                       TO WS-RSD-HASH-TOTAL (WS-RSD-CNT)
                   ADD BKMFD-RECORD-CNT TO WS-RS-SUM-RECORDS
                   ADD BKMFD-HASH-TOTAL TO WS-RS-SUM-HASH
               WHEN 'T'
                   MOVE WS-BKMF-BUFFER TO BKMF-TRAILER
                   IF BKMFT-FILE-CNT IS NOT NUMERIC
                       OR BKMFT-RECORD-CNT IS NOT NUMERIC
                       OR BKMFT-HASH-TOTAL IS NOT NUMERIC
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                           TO WS-RS-FAIL-REASON
                       PERFORM MANIFEST-REFUSED
                   END-IF
                   MOVE BKMFT-FILE-CNT TO WS-RS-TRAILER-FILES
                   MOVE BKMFT-RECORD-CNT TO WS-RS-TRAILER-RECORDS
                   MOVE BKMFT-HASH-TOTAL TO WS-RS-TRAILER-HASH
                   MOVE 'Y' TO WS-RS-TRAILER-SEEN
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-RS-FAIL-REASON
                   PERFORM MANIFEST-REFUSED
           END-EVALUATE.

           MANIFEST-REFUSED.
           DISPLAY 'BACKUP SET ' WS-BK-SET-DATE ' REFUSED - MANIFEST '
               FUNCTION TRIM (WS-RS-FAIL-REASON).
           DISPLAY 'NO FILE HAS BEEN TOUCHED'.
           STOP RUN RETURNING 16.

           PROVE-BACKUP-SET.
      * Every copy is read back against the manifest before the
      * first live file is overwritten - a set with one bad copy is
      * refused whole, never half restored.
           PERFORM VARYING WS-RSD-IX FROM 1 BY 1
           UNTIL WS-RSD-IX > WS-RSD-CNT
               IF WS-RSD-PRESENT (WS-RSD-IX) = 'Y'
                   MOVE WS-RSD-SET-NAME (WS-RSD-IX)
                       TO WS-BK-SET-FILENAME
                   PERFORM HASH-SET-FILE
                   IF WS-BK-READ-OK = 'N'
                       OR WS-BK-RECORD-CNT
                           NOT = WS-RSD-RECORD-CNT (WS-RSD-IX)
                       OR WS-BK-HASH-TOTAL
                           NOT = WS-RSD-HASH-TOTAL (WS-RSD-IX)
                       ADD 1 TO WS-RS-BAD-COPIES
                       DISPLAY 'SET COPY DOES NOT MATCH MANIFEST: '
                           WS-RSD-FILE-ID (WS-RSD-IX) ' '
                           FUNCTION TRIM (WS-BK-SET-FILENAME)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RS-BAD-COPIES > 0
               DISPLAY 'BACKUP SET ' WS-BK-SET-DATE ' REFUSED - '
                   WS-RS-BAD-COPIES ' COPIES DO NOT MATCH'
               DISPLAY 'NO FILE HAS BEEN TOUCHED'
               STOP RUN RETURNING 16
           END-IF.

           RESTORE-ONE-FILE.
           MOVE WS-RSD-SET-NAME (WS-RSD-IX) TO WS-BK-SET-FILENAME.
           MOVE WS-RSD-SOURCE-NAME (WS-RSD-IX) TO WS-BK-SOURCE-NAME.
           OPEN INPUT SET-FILE.
           IF WS-BK-SET-STATUS NOT = '00'
               MOVE 'SET COPY NOT OPENED - STATUS '
                   TO WS-RS-FAIL-REASON
               MOVE WS-BK-SET-STATUS TO WS-RS-FAIL-REASON (30:2)
               PERFORM RESTORE-FAILED
           END-IF.
           OPEN OUTPUT SOURCE-FILE.
           IF WS-BK-SOURCE-STATUS NOT = '00'
               CLOSE SET-FILE
               MOVE 'FILE NOT OPENED - STATUS ' TO WS-RS-FAIL-REASON
               MOVE WS-BK-SOURCE-STATUS TO WS-RS-FAIL-REASON (26:2)
               PERFORM RESTORE-FAILED
           END-IF.
           MOVE 'N' TO WS-BK-EOF.
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ SET-FILE INTO WS-BK-BUFFER
                   AT END
                       MOVE 'Y' TO WS-BK-EOF
                   NOT AT END
                       WRITE SOURCE-REC FROM WS-BK-BUFFER
                       IF WS-BK-SOURCE-STATUS NOT = '00'
                           MOVE 'FILE NOT WRITTEN - STATUS '
                               TO WS-RS-FAIL-REASON
                           MOVE WS-BK-SOURCE-STATUS
                               TO WS-RS-FAIL-REASON (27:2)
                           PERFORM RESTORE-FAILED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SET-FILE.
           CLOSE SOURCE-FILE.
           PERFORM HASH-SOURCE-FILE.
           PERFORM PROVE-RESTORED-FILE.

           RESTORE-ITEM-INDEX.
      * The set holds the indexed catalog as an unload in key order
      * - it is loaded back by key into a fresh index.
           MOVE WS-RSD-SET-NAME (WS-RSD-IX) TO WS-BK-SET-FILENAME.
           MOVE WS-RSD-SOURCE-NAME (WS-RSD-IX) TO WS-BK-SOURCE-NAME.
           OPEN INPUT SET-FILE.
           IF WS-BK-SET-STATUS NOT = '00'
               MOVE 'SET COPY NOT OPENED - STATUS '
                   TO WS-RS-FAIL-REASON
               MOVE WS-BK-SET-STATUS TO WS-RS-FAIL-REASON (30:2)
               PERFORM RESTORE-FAILED
           END-IF.
           OPEN OUTPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               CLOSE SET-FILE
               MOVE 'FILE NOT OPENED - STATUS ' TO WS-RS-FAIL-REASON
               MOVE WS-IDX-STATUS TO WS-RS-FAIL-REASON (26:2)
               PERFORM RESTORE-FAILED
           END-IF.
           MOVE 'N' TO WS-BK-EOF.
           PERFORM UNTIL WS-BK-EOF = 'Y'
               MOVE SPACES TO WS-BK-BUFFER
               READ SET-FILE INTO WS-BK-BUFFER
                   AT END
                       MOVE 'Y' TO WS-BK-EOF
                   NOT AT END
                       MOVE WS-BK-BUFFER TO IDX-ITEM-FILE
                       WRITE IDX-ITEM-FILE
                           INVALID KEY
                               MOVE 'FILE NOT WRITTEN - STATUS '
                                   TO WS-RS-FAIL-REASON
                               MOVE WS-IDX-STATUS
                                   TO WS-RS-FAIL-REASON (27:2)
                               PERFORM RESTORE-FAILED
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SET-FILE.
           CLOSE ITEM-INDEXED.
      * Read the index back the way the backup unloaded it.
           MOVE 0 TO WS-BK-RECORD-CNT.
           MOVE 0 TO WS-BK-HASH-TOTAL.
           MOVE 'Y' TO WS-BK-READ-OK.
           OPEN INPUT ITEM-INDEXED.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'N' TO WS-BK-READ-OK
           ELSE
               MOVE 'N' TO WS-IDX-EOF
               PERFORM UNTIL WS-IDX-EOF = 'Y'
                   READ ITEM-INDEXED NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-IDX-EOF
                       NOT AT END
                           MOVE SPACES TO WS-BK-BUFFER
                           MOVE IDX-ITEM-FILE TO WS-BK-BUFFER
                           PERFORM HASH-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ITEM-INDEXED
           END-IF.
           PERFORM PROVE-RESTORED-FILE.

           PROVE-RESTORED-FILE.
           IF WS-BK-READ-OK = 'N'
               OR WS-BK-RECORD-CNT NOT = WS-RSD-RECORD-CNT (WS-RSD-IX)
               OR WS-BK-HASH-TOTAL NOT = WS-RSD-HASH-TOTAL (WS-RSD-IX)
               MOVE 'DOES NOT READ BACK TO MANIFEST'
                   TO WS-RS-FAIL-REASON
               PERFORM RESTORE-FAILED
           END-IF.
           ADD 1 TO WS-RS-FILES-RESTORED.
           ADD WS-BK-RECORD-CNT TO WS-RS-TOTAL-RECORDS.
           MOVE WS-BK-RECORD-CNT TO WS-CNT-EDIT.
           DISPLAY WS-RSD-FILE-ID (WS-RSD-IX) ' ' WS-CNT-EDIT
               '  RESTORED     '
               FUNCTION TRIM (WS-RSD-SOURCE-NAME (WS-RSD-IX)).

           REMOVE-ONE-FILE.
      * The file did not exist when the set was taken - anything
      * there now was created since and goes, or the estate would
      * not be the set's night.  Already gone is just as good.
           MOVE WS-RSD-SOURCE-NAME (WS-RSD-IX) TO WS-RS-DELETE-NAME.
           CALL 'CBL_DELETE_FILE' USING WS-RS-DELETE-NAME.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-RSD-SOURCE-NAME (WS-RSD-IX) TO WS-BK-SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF WS-BK-SOURCE-STATUS NOT = '35'
               IF WS-BK-SOURCE-STATUS = '00'
                   CLOSE SOURCE-FILE
               END-IF
               MOVE 'FILE NOT REMOVED' TO WS-RS-FAIL-REASON
               PERFORM RESTORE-FAILED
           END-IF.
           ADD 1 TO WS-RS-FILES-REMOVED.
           DISPLAY WS-RSD-FILE-ID (WS-RSD-IX) '         -'
               '  NOT ON FILE  '
               FUNCTION TRIM (WS-RSD-SOURCE-NAME (WS-RSD-IX)).

           RESTORE-FAILED.
      * Part of the estate is already back and part is not - same as
      * a failed catalog promote (see SAFERWRT), the lock is kept so
      * nothing reads or posts against a mixed estate until the
      * restore is rerun and the operator breaks the lock.
           DISPLAY 'RESTORE STOPPED - '
               FUNCTION TRIM (WS-RS-FAIL-REASON) ': '
               FUNCTION TRIM (WS-RSD-FILE-ID (WS-RSD-IX)) ' '
               FUNCTION TRIM (WS-BK-SOURCE-NAME).
           DISPLAY 'ESTATE PARTLY RESTORED - CATALOG LOCK KEPT'.
           STOP RUN RETURNING 16.

           DOWNGRADE-TO-SHARED-LOCK.
           PERFORM STAMP-LOCK-HOLDER.
           MOVE 'S' TO LOCK-MODE OF WS-LOCK.
           MOVE 1 TO LOCK-SHARE-CNT OF WS-LOCK.
           PERFORM WRITE-LOCK-RECORD.
           MOVE 'S' TO WS-LOCK-HELD.

           RUN-INTEGRITY-VERIFIER.
      * The verifier reads the catalog the restore just put back;
      * the other files it checks resolve from the same environment
      * this run was given.
           ACCEPT WS-RS-VERIFIER-PGM FROM ENVIRONMENT 'VERIFIERPGM'.
           IF WS-RS-VERIFIER-PGM = SPACES
               MOVE './build/integrity-verifier' TO WS-RS-VERIFIER-PGM
           END-IF.
           MOVE SPACES TO WS-RS-ITEMFILE.
           PERFORM VARYING WS-RSD-IX FROM 1 BY 1
           UNTIL WS-RSD-IX > WS-RSD-CNT
               IF WS-RSD-FILE-ID (WS-RSD-IX) = 'ITEMFILE'
                   MOVE WS-RSD-SOURCE-NAME (WS-RSD-IX)
                       TO WS-RS-ITEMFILE
               END-IF
           END-PERFORM.
           IF WS-RS-ITEMFILE = SPACES
               MOVE 'magicitems.txt' TO WS-RS-ITEMFILE
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING 'ITEMFILE=' FUNCTION TRIM (WS-RS-ITEMFILE)
               ' ' FUNCTION TRIM (WS-RS-VERIFIER-PGM)
               DELIMITED BY SIZE INTO WS-COMMAND.
           DISPLAY ' '.
           DISPLAY 'RUNNING INTEGRITY-VERIFIER ON THE RESTORED ESTATE'.
           CALL 'SYSTEM' USING WS-COMMAND.
      * The shell hands back the program's exit status in the high
      * byte.
           IF RETURN-CODE > 255
               COMPUTE WS-RS-VERIFIER-RC = RETURN-CODE / 256
           ELSE
               MOVE RETURN-CODE TO WS-RS-VERIFIER-RC
           END-IF.
           MOVE 0 TO RETURN-CODE.

           PRINT-RESTORE-TOTALS.
           DISPLAY '------------------------------------------------'
               '--------------------------'.
           MOVE WS-RS-FILES-RESTORED TO WS-FILES-EDIT.
           DISPLAY 'FILES RESTORED:          ' WS-FILES-EDIT.
           MOVE WS-RS-FILES-REMOVED TO WS-FILES-EDIT.
           DISPLAY 'FILES NOT ON FILE:       ' WS-FILES-EDIT.
           MOVE WS-RS-TOTAL-RECORDS TO WS-CNT-EDIT.
           DISPLAY 'RECORDS RESTORED:  ' WS-CNT-EDIT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY AUTHCHK.
           COPY SVIOWRT.
           COPY BKUPSET.
           COPY RUNSWRT.
           COPY LOCKMGR.

       END PROGRAM ESTATE-RESTORE.
