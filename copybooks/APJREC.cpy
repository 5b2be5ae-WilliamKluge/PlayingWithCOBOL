      ******************************************************************
      * Copybook: APJREC
      * Daily accounts-payable journal record - one line per vendor
      * invoice line the match run cleared, read by the GL extract
      * to post the payable.  APJ-RECEIPT-AMOUNT is the quantity at
      * the agreed PO price (what the goods went into stock at);
      * the purchase price variance is what the vendor billed over
      * (D) or under (C) that, and APJ-INVOICE-AMOUNT is the
      * payable itself, so receipt plus or minus variance always
      * equals the invoice.  Dated per day like the revenue journal.
      * 99 bytes.
      ******************************************************************
           05 APJ-RUN-DATE            PIC X(10).
           05 APJ-VENDOR              PIC X(8).
           05 APJ-INVOICE-NO          PIC X(10).
           05 APJ-PO-NUMBER           PIC X(8).
           05 APJ-ITEM-CODE           PIC X(6).
           05 APJ-CATEGORY            PIC X(12).
           05 APJ-QTY                 PIC 9(5).
           05 APJ-INVOICE-AMOUNT      PIC 9(11)V99.
           05 APJ-RECEIPT-AMOUNT      PIC 9(11)V99.
           05 APJ-PPV-DC              PIC X(1).
           05 APJ-PPV-AMOUNT          PIC 9(11)V99.
