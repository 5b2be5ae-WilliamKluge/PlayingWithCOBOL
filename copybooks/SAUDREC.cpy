      ******************************************************************
      * Copybook: SAUDREC
      * Sales-order maintenance audit record - one line per accepted
      * change to the sales-order file, appended to the dated
      * soaudit.YYYYMMDD.log (SOAUDITFILE overrides), same
      * discipline as the purchase-order audit (see PAUDREC).
      * 88 bytes.
      *   SAUD-ACTION  - (A)dd a line, (C)ancel a line's open
      *                  remainder
      *   SAUD-QTY     - the quantity ordered on an add, the open
      *                  quantity given up on a cancel
      *   SAUD-REASON  - what the clerk keyed on a cancel
      ******************************************************************
           05 SAUD-RUN-DATE           PIC X(10).
           05 SAUD-RUN-TIME           PIC X(8).
           05 SAUD-USER-ID            PIC X(8).
           05 SAUD-ACTION             PIC X(1).
           05 SAUD-ORDER-NO           PIC X(8).
           05 SAUD-LINE-NO            PIC 9(3).
           05 SAUD-CUSTOMER           PIC X(10).
           05 SAUD-ITEM-CODE          PIC X(6).
           05 SAUD-QTY                PIC 9(5).
           05 SAUD-UNIT-PRICE         PIC 9(7)V99.
           05 SAUD-REASON             PIC X(20).
