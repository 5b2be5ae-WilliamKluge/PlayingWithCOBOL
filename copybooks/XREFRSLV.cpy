      ******************************************************************
      * Copybook: XREFRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN INPUT XREF-FILE (LOAD-VENDOR-XREF in
      * XREFLOAD does both).  XREFFILE lets a run point at an
      * alternate cross-reference without touching the source,
      * defaulting to vendorxref.txt.
      ******************************************************************
           RESOLVE-XREF-FILENAME.
           ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT 'XREFFILE'.
           IF WS-XREF-FILENAME = SPACES
               MOVE 'vendorxref.txt' TO WS-XREF-FILENAME
           END-IF.
