      * written by the posting run and read by the GL extract to
      * build the sales-revenue and cost-of-goods-sold postings.
      * The journal is dated per day like the audit logs, so each
      * day's income stands on its own file.  125 bytes.
      *   RVN-DOC-NO - the invoice the sale opened (ARI-DOC-NO), so a
      *                return can find the sale it reverses
      *   RVN-TYPE   - blank for a sale, (R)eturn for a customer
      *                return reversing one: its revenue and cost
      *                come off the category's totals; (H)ire fee
      *                or (F)orfeited deposit for a rental return
      *                (see RENTREC) - rental income, no cost, with
      *                the rental number in RVN-DOC-NO
      *   RVN-CONSIGN-VENDOR - the vendor whose consigned units the
      *                line sold (see CONSREC): RVN-COST is then what
      *                we owe them at the agreed rate, posted to the
      *                vendor's payable rather than out of our own
      *                inventory.  Blank for our own stock
      ******************************************************************
           05 RVN-RUN-DATE            PIC X(10).
           05 RVN-CUSTOMER            PIC X(10).
           05 RVN-UNIT-PRICE          PIC 9(7)V99.
           05 RVN-REVENUE             PIC 9(11)V99.
           05 RVN-COST                PIC 9(11)V99.
           05 RVN-DOC-NO              PIC X(10).
           05 RVN-TYPE                PIC X(1).
           05 RVN-CONSIGN-VENDOR      PIC X(8).
           05 RVN-JURISDICTION        PIC X(4).
           05 RVN-TAX-AMOUNT          PIC 9(9)V99.
           05 RVN-LEVY-AMOUNT         PIC 9(9)V99.
           05 RVN-TAX-CODE            PIC X(1).
           05 RVN-LEVY-CODE           PIC X(1).
