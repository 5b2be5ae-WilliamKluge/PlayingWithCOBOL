      * Copybook: SUSPWRT
      * Shared paragraphs for the reject suspense file.  The program
      * declares SUSPENSE-FILE as a LINE SEQUENTIAL SELECT whose FD
      * record is SUSPENSE-REC PIC X(99) (a writer that never raises
      * XREF may keep the older X(76)), includes SUSPWS in
      * WORKING-STORAGE, and:
      *   RESOLVE-SUSPENSE-FILENAME / OPEN-SUSPENSE-FILE - PERFORM
      *       once before the load; SUSPENSEFILE overrides the name,
      *       with the same first-run discipline as AUDOPEN.
      *   WRITE-SUSPENSE-ROW - PERFORM at each reject site with the
      *       rejected row still in WS-ITEM and the reason code
      *       already in SUSP-REASON-CODE OF WS-SUSP - for XREF,
      *       SUSP-VENDOR and SUSP-VENDOR-PART too; both are cleared
      *       once the row is written.
      * Callers also include LOCKWS/LOCKMGR: a failed open gives a
      * held catalog enqueue back first.
      ******************************************************************
           RESOLVE-SUSPENSE-FILENAME.
           ACCEPT WS-SUSPENSE-FILENAME FROM ENVIRONMENT 'SUSPENSEFILE'.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'SUSPENSE FILE NOT OPENED - FILE STATUS '
                   WS-SUSPENSE-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.

               TO SUSP-ITEM-QTY-ON-HAND OF WS-SUSP.
           WRITE SUSPENSE-REC FROM WS-SUSP.
           ADD 1 TO WS-SUSP-WRITTEN-CNT.
           MOVE SPACES TO SUSP-VENDOR OF WS-SUSP.
           MOVE SPACES TO SUSP-VENDOR-PART OF WS-SUSP.
