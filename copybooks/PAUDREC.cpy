      ******************************************************************
      * Copybook: PAUDREC
      * Purchase-order maintenance audit record - one line per
      * accepted change to the purchase-order file, appended to the
      * dated poaudit.YYYYMMDD.log (POAUDITFILE overrides), same
      * discipline as the customer and reservation audits (see
      * CAUDREC/RAUDREC).  104 bytes.
      *   PAUD-ACTION  - (A)dd, a(M)endment of quantity or agreed
      *                  price, (C)ancel, close (S)hort
      *   PAUD-REASON  - what the buyer keyed on a cancel or a short
      *                  close (the vendor's word, usually)
      ******************************************************************
           05 PAUD-RUN-DATE           PIC X(10).
           05 PAUD-RUN-TIME           PIC X(8).
           05 PAUD-USER-ID            PIC X(8).
           05 PAUD-ACTION             PIC X(1).
           05 PAUD-PO-NUMBER          PIC X(8).
           05 PAUD-ITEM-CODE          PIC X(6).
           05 PAUD-VENDOR             PIC X(8).
           05 PAUD-BEFORE-QTY         PIC 9(5).
           05 PAUD-AFTER-QTY          PIC 9(5).
           05 PAUD-RECEIVED-QTY       PIC 9(5).
           05 PAUD-BEFORE-PRICE       PIC 9(7)V99.
           05 PAUD-AFTER-PRICE        PIC 9(7)V99.
           05 PAUD-BEFORE-STATUS      PIC X(1).
           05 PAUD-AFTER-STATUS       PIC X(1).
           05 PAUD-REASON             PIC X(20).
