      *          written and the audit trail stamped exactly as for
      *          any other reprice.
      * Tectonics: cobc
      * Modified: 2026-10-15 - released deltas carry our own item
      *           code, so the vendor part number on the delta
      *           record is written blank (see DELTAREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-PRICE-RELEASE.
      * Pending values are keyed in gold - gold at par.
                   MOVE SPACES
                       TO DELTA-CURRENCY OF DELTA-FILE-REC
                   MOVE SPACES
                       TO DELTA-VENDOR-PART OF DELTA-FILE-REC
                   WRITE DELTA-FILE-REC
                   MOVE WS-PP-VALUE (WS-TABLE-INDEX)
                       TO WS-VALUE-EDIT
