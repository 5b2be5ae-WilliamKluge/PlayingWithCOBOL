      ******************************************************************
      * Copybook: HAUDREC
      * Rental (hire) audit record - one line per accepted rental-out
      * or return, appended to the dated rentaudit.YYYYMMDD.log
      * (RENTAUDITFILE overrides), same discipline as the work-order
      * audit (see WAUDREC).  86 bytes.
      *   HAUD-ACTION  - (O)ut to the renter, (R)eturned
      *   HAUD-AMOUNT  - the deposit taken on the way out, the hire
      *                  charge on a return
      *   HAUD-FORFEIT - the deposit kept on a late return
      ******************************************************************
           05 HAUD-RUN-DATE           PIC X(10).
           05 HAUD-RUN-TIME           PIC X(8).
           05 HAUD-USER-ID            PIC X(8).
           05 HAUD-ACTION             PIC X(1).
           05 HAUD-RENTAL-NO          PIC X(8).
           05 HAUD-ITEM-CODE          PIC X(6).
           05 HAUD-QTY                PIC 9(5).
           05 HAUD-SERIAL             PIC X(12).
           05 HAUD-CUSTOMER           PIC X(10).
           05 HAUD-AMOUNT             PIC 9(7)V99.
           05 HAUD-FORFEIT            PIC 9(7)V99.
