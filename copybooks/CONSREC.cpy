      ******************************************************************
      * Copybook: CONSREC
      * Consignment ledger record - one row per consigning vendor and
      * item code, the units the vendor has left with us that are
      * still on our shelves.  They sit inside ITEM-QTY-ON-HAND and
      * the location balances like any other stock and sell over
      * the counter, but they are the vendor's until sold: the GL
      * valuation and the weighted-average cost leave them out, and
      * a sale of them owes the vendor CONS-RATE a unit instead of
      * costing at the average.  Sales draw consigned units before
      * our own; an issue may take only our own units unless it
      * names the vendor, which sends consigned units back.  A row
      * drawn down to nothing drops off.  Fixed-width positional
      * fields, 38 bytes.
      *   CONS-RATE      - the agreed unit rate we owe on a sale, set
      *                    by the vendor's latest consignment receipt
      *   CONS-LAST-DATE - MM/DD/YYYY of the last receipt or sale
      ******************************************************************
           05 CONS-VENDOR             PIC X(8).
           05 CONS-ITEM-CODE          PIC X(6).
           05 CONS-QTY                PIC 9(5).
           05 CONS-RATE               PIC 9(7)V99.
           05 CONS-LAST-DATE          PIC X(10).
