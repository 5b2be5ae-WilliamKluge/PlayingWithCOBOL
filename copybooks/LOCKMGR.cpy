      * advisory - every catalog program has to play - and a lock
      * left by a crashed session is displayed and broken by the
      * lock utility, never silently stolen here.
      * Inside a restart point (WS-IN-RESTART-POINT, see IDXPOST)
      * the release refuses: whatever failed has left the catalog
      * and its side files half committed, and readers stay out
      * until the estate is restored from the backup set.
      * The program declares LOCK-FILE as a LINE SEQUENTIAL SELECT
      * whose FD record is LOCK-REC PIC X(70) and includes LOCKWS in
      * WORKING-STORAGE.
           END-IF.

           RELEASE-CATALOG-LOCK.
           IF WS-IN-RESTART-POINT = 'Y'
               DISPLAY 'RESTART POINT INCOMPLETE - RESTORE FROM THE '
                   'BACKUP SET BEFORE ANYTHING ELSE RUNS'
               DISPLAY 'CATALOG LOCK KEPT'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-LOCK-HELD
               WHEN 'E'
                   PERFORM DELETE-LOCK-FILE
