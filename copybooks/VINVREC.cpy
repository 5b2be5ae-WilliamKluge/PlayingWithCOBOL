      ******************************************************************
      * Copybook: VINVREC
      * Vendor invoice line - one row per PO line a vendor bills,
      * keyed into the invoice file by accounts payable and matched
      * by the invoice-match run against the purchase order (the
      * agreed price) and the receipts (the quantity actually
      * delivered).  The match run rewrites the file with each
      * line's outcome.  Fixed-width positional fields, 87 bytes.
      *   VINV-STATUS       - blank when newly keyed, (H)eld by the
      *                       match for the reason given, (C)leared
      *                       and posted to payables
      *   VINV-HOLD-REASON  - why a held line is held; a held line
      *                       is matched again every run, so a late
      *                       receipt or a corrected PO releases it
      *   VINV-CLEARED-DATE - MM/DD/YYYY the line cleared
      ******************************************************************
           05 VINV-INVOICE-NO         PIC X(10).
           05 VINV-VENDOR             PIC X(8).
           05 VINV-PO-NUMBER          PIC X(8).
           05 VINV-ITEM-CODE          PIC X(6).
           05 VINV-QTY                PIC 9(5).
           05 VINV-UNIT-PRICE         PIC 9(7)V99.
           05 VINV-INVOICE-DATE       PIC X(10).
           05 VINV-STATUS             PIC X(1).
           05 VINV-HOLD-REASON        PIC X(20).
           05 VINV-CLEARED-DATE       PIC X(10).
