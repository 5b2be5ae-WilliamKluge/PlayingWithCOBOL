      *           maintenance changes.
      * Modified: 2026-08-22 - vendor reprices (transaction type P)
      *           shown with their own label.
      * Modified: 2026-10-15 - expired-lot write-offs (transaction
      *           type E) shown with the lot, its expiry and the
      *           quantity written off, counted with the adjustments.
      * Modified: 2026-10-15 - supervisor price overrides on sales
      *           (transaction type V) shown with the customer and the
      *           class price against the price keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ACTIVITY-REPORT.
                       AUDIT-AFTER-NAME OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' ' WS-BEFORE-VALUE-EDIT ' -> '
                       WS-AFTER-VALUE-EDIT
               WHEN 'E'
      * An expired lot written off by the posting run - the category
      * fields carry the lot and its expiry.
                   ADD 1 TO WS-USER-ADJ-CNT
                   DISPLAY '  ' AUDIT-RUN-TIME
                       OF WS-AUD-ROW (WS-TABLE-INDEX) ' EXPIRED '
                       AUDIT-ITEM-CODE OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' '
                       AUDIT-AFTER-NAME OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' LOT '
                       AUDIT-BEFORE-CATEGORY
                           OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' EXP '
                       AUDIT-AFTER-CATEGORY
                           OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' QTY '
                       AUDIT-BEFORE-QTY OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' -> '
                       AUDIT-AFTER-QTY OF WS-AUD-ROW (WS-TABLE-INDEX)
               WHEN 'V'
      * A sale let through off its class price - the gold-value
      * fields carry the class price and the price keyed.
                   ADD 1 TO WS-USER-CHG-CNT
                   DISPLAY '  ' AUDIT-RUN-TIME
                       OF WS-AUD-ROW (WS-TABLE-INDEX) ' PRICE OVR '
                       AUDIT-ITEM-CODE OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' '
                       AUDIT-AFTER-CATEGORY
                           OF WS-AUD-ROW (WS-TABLE-INDEX)
                       ' ' WS-BEFORE-VALUE-EDIT ' -> '
                       WS-AFTER-VALUE-EDIT
               WHEN OTHER
                   ADD 1 TO WS-USER-CHG-CNT
                   DISPLAY '  ' AUDIT-RUN-TIME
