      *           whole conversion, so maintenance can neither
      *           rewrite the catalog mid-read nor write the indexed
      *           file while it is being rebuilt (see LOCKMGR).
      * Modified: 2026-10-15 - refuses to rebuild the index while the
      *           sequential catalog is behind it - the index is the
      *           master of record, and a rebuild from a stale file
      *           would throw away the keyed postings;
      *           CATALOG-REGENERATE catches the file up first (see
      *           REGNMGR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-CATALOG-TO-INDEXED.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.

       DATA DIVISION.
           FILE SECTION.
                          BY ==IDX-ITEM-LIFECYCLE==.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
           COPY FILENAME.
           01 WS-IDX-STATUS            PIC X(2).
           COPY LOCKWS.
           COPY REGNWS.
           01 WS-EOF                   PIC A(1).
           01 WS-ROWS-CONVERTED        PIC 9(4) VALUE 0.
           COPY DATESTAMP.
      * must not be rewritten mid-read, and nobody may write the
      * indexed file while it is being rebuilt.
           PERFORM TAKE-SHARED-LOCK.
      * Nothing is read from the sequential catalog while the index
      * has moved on ahead of it.
           PERFORM CHECK-SEQUENTIAL-CURRENT.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
           COPY SIGNON.
           COPY FNRESLV.
           COPY LOCKMGR.
           COPY REGNMGR.

       END PROGRAM CONVERT-CATALOG-TO-INDEXED.
