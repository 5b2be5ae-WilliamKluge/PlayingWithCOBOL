      ******************************************************************
      * Copybook: ARITREC
      * Accounts-receivable open item - one line per document a
      * customer owes against or has paid ahead: every accepted
      * sale opens an (I)nvoice item for the sale value, and a
      * payment that outruns the customer's open invoices is held
      * as an unapplied (C)ash credit.  The payment run relieves
      * ARI-OPEN-AMOUNT oldest first; a settled item stays on file
      * through the following month so the statement can show it,
      * then ages off.  Fixed-width positional fields, 69 bytes.
      *   ARI-DOC-NO   - YYMMDD plus a four-digit run sequence for
      *                  an invoice, the payer's reference for cash
      *   ARI-DOC-DATE - MM/DD/YYYY the document was raised; the
      *                  aging buckets count from here
      *   ARI-LAST-PAY-DATE - MM/DD/YYYY of the last payment applied
      *                  (blank until one is)
      ******************************************************************
           05 ARI-CUSTOMER            PIC X(10).
           05 ARI-DOC-NO              PIC X(10).
           05 ARI-DOC-TYPE            PIC X(1).
           05 ARI-DOC-DATE            PIC X(10).
           05 ARI-ITEM-CODE           PIC X(6).
           05 ARI-ORIG-AMOUNT         PIC 9(9)V99.
           05 ARI-OPEN-AMOUNT         PIC 9(9)V99.
           05 ARI-LAST-PAY-DATE       PIC X(10).
