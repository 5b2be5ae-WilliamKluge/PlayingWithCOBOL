      *          proposals over the live reference only when
      *          RECALCAPPLY=Y.
      * Tectonics: cobc
      * Modified: 2026-10-15 - components consumed into kits (history
      *           type C) count as demand alongside issues and sales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALC-REORDER-POINTS.
           ADD 1 TO WS-HIST-READ-CNT.
           IF MHST-TYPE OF WS-MHST NOT = 'I'
               AND MHST-TYPE OF WS-MHST NOT = 'S'
               AND MHST-TYPE OF WS-MHST NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ROW-DATE-KEY.
