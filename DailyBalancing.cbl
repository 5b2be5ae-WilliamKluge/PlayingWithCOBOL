      *          the catalog changes that happened outside the
      *          movement stream.
      * Tectonics: cobc
      * Modified: 2026-10-15 - customer returns (history type U)
      *           net in with the receipts.
      * Modified: 2026-10-15 - kit assembly and disassembly net in
      *           too: kits made (M) and parts recovered (P) with the
      *           receipts, parts consumed (C) and kits broken down
      *           (B) with the issues.
      * Modified: 2026-10-15 - expired-lot write-offs (history type
      *           W) net in with the issues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-MOVEMENT-BALANCE.
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
                   EVALUATE MHST-TYPE OF WS-MHST
                       WHEN 'R'
                       WHEN 'U'
                       WHEN 'M'
                       WHEN 'P'
                           ADD MHST-QTY OF WS-MHST
                               TO WS-NET-MOVE (WS-FOUND-IX)
                       WHEN 'I'
                       WHEN 'S'
                       WHEN 'C'
                       WHEN 'B'
                       WHEN 'W'
                           SUBTRACT MHST-QTY OF WS-MHST
                               FROM WS-NET-MOVE (WS-FOUND-IX)
                       WHEN OTHER
