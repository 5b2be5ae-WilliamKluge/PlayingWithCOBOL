      ******************************************************************
      * Copybook: WAUDREC
      * Work-order audit record - one line per accepted open or
      * close, appended to the dated woaudit.YYYYMMDD.log
      * (WOAUDITFILE overrides), same discipline as the sales-order
      * audit (see SAUDREC).  73 bytes.
      *   WAUD-ACTION  - (O)pened - unit out, (C)losed - unit back
      *   WAUD-CHARGE  - the quoted charge on an open, the actual
      *                  charge on a close
      ******************************************************************
           05 WAUD-RUN-DATE           PIC X(10).
           05 WAUD-RUN-TIME           PIC X(8).
           05 WAUD-USER-ID            PIC X(8).
           05 WAUD-ACTION             PIC X(1).
           05 WAUD-ORDER-NO           PIC X(8).
           05 WAUD-ITEM-CODE          PIC X(6).
           05 WAUD-SERIAL             PIC X(12).
           05 WAUD-VENDOR             PIC X(8).
           05 WAUD-OWNER              PIC X(1).
           05 WAUD-CHARGE             PIC 9(7)V99.
