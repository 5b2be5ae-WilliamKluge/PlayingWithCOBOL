      *          Supervisor only - removing items outranks day-to-
      *          day maintenance the same way deletes do.
      * Tectonics: cobc
      * Modified: 2026-10-15 - refuses to start while the sequential
      *           catalog is behind the indexed master - a purge
      *           rewritten from it would throw away the keyed
      *           postings; CATALOG-REGENERATE catches it up first
      *           (see REGNMGR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-DISCONTINUED-ITEMS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Sequential catalog regeneration marker - see REGNMGR
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-REGEN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGEN-STATUS.

       DATA DIVISION.
           FILE SECTION.
           01 VIOLATION-REC            PIC X(96).
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD REGEN-FILE.
           01 REGEN-REC                PIC X(58).

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
           COPY SECWS.
           COPY SVIOWS.
           COPY LOCKWS.
           COPY REGNWS.
           COPY DATESTAMP.
           01 WS-REC-CNT               PIC 9(4) VALUE 0.
           COPY ITEMTAB.
           END-IF.
           PERFORM RESOLVE-ITEM-FILENAME.
           PERFORM TAKE-EXCLUSIVE-LOCK.
      * Nothing is read from the sequential catalog while the index
      * has moved on ahead of it.
           PERFORM CHECK-SEQUENTIAL-CURRENT.
           OPEN INPUT ITEM.
      * The open runs under the enqueue by design - but a bad
      * ITEMFILE must give the lock back on its way out.
           COPY AUDOPEN.
           COPY SAFERWRT.
           COPY LOCKMGR.
           COPY REGNMGR.

       END PROGRAM PURGE-DISCONTINUED-ITEMS.
