      ******************************************************************
      * Copybook: CAUDREC
      * Customer-maintenance audit record - one line per accepted
      * change to the customer master, appended to the dated
      * custaudit.YYYYMMDD.log (CUSTAUDITFILE overrides), same
      * discipline as the reservation audit (see RAUDREC).
      *   CAUD-ACTION - (A)dd, (C)hange of details, limit or price
      *                 class, (S)tatus change
      *   CAUD-BEFORE-CLASS/CAUD-AFTER-CLASS - the price class either
      *                 side of the change (see PCLSREC)
      *   CAUD-BEFORE-JURIS/CAUD-AFTER-JURIS and the exemption flags
      *                 either side - the tax standing of the account
      *                 (see CUSTREC)
      ******************************************************************
           05 CAUD-RUN-DATE           PIC X(10).
           05 CAUD-RUN-TIME           PIC X(8).
           05 CAUD-USER-ID            PIC X(8).
           05 CAUD-ACTION             PIC X(1).
           05 CAUD-CUSTOMER           PIC X(10).
           05 CAUD-BEFORE-LIMIT       PIC 9(7)V99.
           05 CAUD-AFTER-LIMIT        PIC 9(7)V99.
           05 CAUD-BEFORE-STATUS      PIC X(1).
           05 CAUD-AFTER-STATUS       PIC X(1).
           05 CAUD-AFTER-NAME         PIC X(30).
           05 CAUD-BEFORE-CLASS       PIC X(1).
           05 CAUD-AFTER-CLASS        PIC X(1).
           05 CAUD-BEFORE-JURIS       PIC X(4).
           05 CAUD-AFTER-JURIS        PIC X(4).
           05 CAUD-BEFORE-TAX-EXEMPT  PIC X(1).
           05 CAUD-AFTER-TAX-EXEMPT   PIC X(1).
           05 CAUD-BEFORE-LEVY-EXEMPT PIC X(1).
           05 CAUD-AFTER-LEVY-EXEMPT  PIC X(1).
