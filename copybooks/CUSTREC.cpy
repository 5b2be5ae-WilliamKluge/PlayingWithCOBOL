      ******************************************************************
      * Copybook: CUSTREC
      * Customer master record - one line per account the counter
      * sells to, keyed by the same 10-byte tag the sales records
      * and the revenue journal carry (SALE-CUSTOMER/RVN-CUSTOMER).
      * The posting run refuses a sale to an unknown, held or closed
      * account, or one that would carry the customer's open
      * receivables past the credit limit (see ARITREC).  Fixed-
      * width positional fields, 107 bytes.
      *   CUST-STATUS - (A)ctive, credit (H)old or (C)losed; only an
      *                 active account buys
      *   CUST-OPEN-DATE - MM/DD/YYYY the account was opened
      *   CUST-PRICE-CLASS - (R)etail, (G)uild member or (W)holesale;
      *                 picks the discount tiers the sales run
      *                 prices against (see PCLSREC) - blank on
      *                 accounts opened before classes is retail
      *   CUST-TAX-JURISDICTION - the taxing district the account
      *                 buys in (see TAXREC); blank is the counter's
      *                 own (TAXHOMEJURIS)
      *   CUST-TAX-EXEMPT - Y when the account holds a crown exemption
      *                 certificate: its sales carry no sales tax
      *   CUST-LEVY-EXEMPT - Y when the account is exempt from the
      *                 guild levy.  Blank on older accounts is N
      ******************************************************************
           05 CUST-CODE               PIC X(10).
           05 CUST-NAME               PIC X(30).
           05 CUST-BILL-ADDRESS       PIC X(40).
           05 CUST-CREDIT-LIMIT       PIC 9(7)V99.
           05 CUST-STATUS             PIC X(1).
           05 CUST-OPEN-DATE          PIC X(10).
           05 CUST-PRICE-CLASS        PIC X(1).
           05 CUST-TAX-JURISDICTION   PIC X(4).
           05 CUST-TAX-EXEMPT         PIC X(1).
           05 CUST-LEVY-EXEMPT        PIC X(1).
