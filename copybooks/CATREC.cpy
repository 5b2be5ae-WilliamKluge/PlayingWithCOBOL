      * reject a catalog row whose category is not on this file, and
      * range-check its value against the category's bounds instead
      * of one range for the whole catalog.  Fixed-width positional
      * fields, 91 bytes.
      *   CAT-GL-ACCOUNT - the ledger account the category's
      *       inventory valuation posts to (see the GL extract)
      *   CAT-SALES-ACCOUNT / CAT-COGS-ACCOUNT - where the revenue
      *       and cost-of-goods-sold sides of a sale post, so
      *       accounting gets the income statement and not just the
      *       inventory valuation
      *   CAT-AP-ACCOUNT / CAT-PPV-ACCOUNT - where a cleared vendor
      *       invoice credits accounts payable and where the
      *       difference between the billed and the agreed purchase
      *       price lands (see APJREC)
      *   CAT-RENTAL-ACCOUNT - where hire fees and forfeited rental
      *       deposits post (see RENTREC); blank on rows from before
      *       the field posts them to the sales account
      *   CAT-DUTY-RATE / CAT-DUTY-ACCOUNT - the customs duty percent
      *       charged when stock of the category is released from
      *       the bonded warehouse, and the liability account the
      *       duty posts to (see BONDREC); blank on rows from before
      *       the fields charges no duty
      ******************************************************************
           05 CAT-CODE                PIC X(12).
           05 CAT-MIN-VALUE           PIC 9(7)V99.
           05 CAT-GL-ACCOUNT          PIC X(8).
           05 CAT-SALES-ACCOUNT       PIC X(8).
           05 CAT-COGS-ACCOUNT        PIC X(8).
           05 CAT-AP-ACCOUNT          PIC X(8).
           05 CAT-PPV-ACCOUNT         PIC X(8).
           05 CAT-RENTAL-ACCOUNT      PIC X(8).
           05 CAT-DUTY-RATE           PIC 9(2)V999.
           05 CAT-DUTY-ACCOUNT        PIC X(8).
