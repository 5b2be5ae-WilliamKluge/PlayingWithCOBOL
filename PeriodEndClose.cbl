      * Modified: 2026-09-02 - refused authorizations are appended
      *           to the security violation log instead of
      *           vanishing with a console message (see SVIOREC).
      * Modified: 2026-10-15 - customer returns (history type U)
      *           roll into the period's receipts.
      * Modified: 2026-10-15 - kits made (M) and parts recovered (P)
      *           roll into the receipts, parts consumed (C) and kits
      *           broken down (B) into the issues.
      * Modified: 2026-10-15 - expired-lot write-offs (history type
      *           W) roll into the issues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-END-CLOSE.
                   MOVE WS-ITEM-IX TO WS-FOUND-IX
                   EVALUATE MHST-TYPE OF WS-MHST
                       WHEN 'R'
                       WHEN 'U'
                       WHEN 'M'
                       WHEN 'P'
                           ADD MHST-QTY OF WS-MHST
                               TO WS-PSUM-RCPT (WS-FOUND-IX)
                       WHEN 'I'
                       WHEN 'S'
                       WHEN 'C'
                       WHEN 'B'
                       WHEN 'W'
                           ADD MHST-QTY OF WS-MHST
                               TO WS-PSUM-ISSUE (WS-FOUND-IX)
                       WHEN OTHER
