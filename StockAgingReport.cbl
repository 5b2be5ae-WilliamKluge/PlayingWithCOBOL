      *          items that have not moved in 90 days (or ever)
      *          totaled as dead stock.
      * Tectonics: cobc
      * Modified: 2026-10-15 - a component consumed into a kit (history
      *           type C) has moved as surely as one issued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-AGING-REPORT.
           NOTE-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ-CNT.
      * Only outbound movements reset an item's clock - issues and
      * sales, and parts consumed into kits; a receipt of a slow
      * mover does not make it a seller.
           IF MHST-TYPE OF WS-MHST NOT = 'I'
               AND MHST-TYPE OF WS-MHST NOT = 'S'
               AND MHST-TYPE OF WS-MHST NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           SET WS-ITEM-IX TO 1.
