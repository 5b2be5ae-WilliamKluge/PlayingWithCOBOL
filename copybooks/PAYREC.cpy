      ******************************************************************
      * Copybook: PAYREC
      * One customer remittance on the payments file the cashier
      * keys for the payment-posting run (PAYMENTFILE env var,
      * defaults to custpayments.txt).  39 bytes.
      *   PAY-REFERENCE - the invoice (ARI-DOC-NO) the customer named
      *                   on the remittance; blank applies the cash
      *                   oldest invoice first
      *   PAY-DATE      - MM/DD/YYYY received; blank means the run
      *                   date
      ******************************************************************
           05 PAY-CUSTOMER            PIC X(10).
           05 PAY-AMOUNT              PIC 9(7)V99.
           05 PAY-REFERENCE           PIC X(10).
           05 PAY-DATE                PIC X(10).
