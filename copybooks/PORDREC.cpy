      * buyer accepted, so the morning reorder report can net what is
      * already on order against a shortfall instead of suggesting
      * the same items again.  Receipts are matched against these
      * lines by the posting run.  Fixed-width positional fields, 52
      * bytes.
      *   PORD-PO-NUMBER     - PO + six-digit sequence, assigned at
      *                        creation
      *   PORD-RECEIVED-QTY  - running total of receipts matched to
      *                        the line by the posting run
      *   PORD-STATUS        - (O)pen, (P)artially received, (C)losed
      *                        by receipt, closed (S)hort when the
      *                        vendor will never ship the rest,
      *                        (X) cancelled before anything came in.
      *                        Only O and P lines are open - S and X
      *                        are set by purchase-order maintenance
      *                        and never relieved or netted again.
      *   PORD-UNIT-PRICE    - the unit price agreed with the vendor,
      *                        what the invoice match holds the bill
      *                        to (zero on lines cut before prices
      *                        were agreed - their invoices hold)
      ******************************************************************
           05 PORD-PO-NUMBER          PIC X(8).
           05 PORD-ITEM-CODE          PIC X(6).
           05 PORD-RECEIVED-QTY       PIC 9(5).
           05 PORD-ORDER-DATE         PIC X(10).
           05 PORD-STATUS             PIC X(1).
           05 PORD-UNIT-PRICE         PIC 9(7)V99.
