      ******************************************************************
      * Copybook: BOMRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT BOM-FILE (LOAD-KIT-BOM in BOMLOAD does
      * both).  KITBOMFILE lets a run point at an alternate bill of
      * materials, defaulting to kitbom.txt.
      ******************************************************************
           RESOLVE-BOM-FILENAME.
           ACCEPT WS-BOM-FILENAME FROM ENVIRONMENT 'KITBOMFILE'.
           IF WS-BOM-FILENAME = SPACES
               MOVE 'kitbom.txt' TO WS-BOM-FILENAME
           END-IF.
