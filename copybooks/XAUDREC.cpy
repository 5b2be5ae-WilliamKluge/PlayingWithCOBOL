      ******************************************************************
      * Copybook: XAUDREC
      * Vendor cross-reference audit record - one line per accepted
      * change to the part mapping, appended to the dated
      * xrefaudit.YYYYMMDD.log (XREFAUDITFILE overrides), same
      * discipline as the customer audit (see CAUDREC).
      *   XAUD-ACTION - (A)dd, (C)hange of the mapped item code,
      *                 (D)elete of the mapping
      *   XAUD-BEFORE-CODE/XAUD-AFTER-CODE - our item code either
      *                 side of the change (blank on the missing
      *                 side of an add or delete)
      ******************************************************************
           05 XAUD-RUN-DATE           PIC X(10).
           05 XAUD-RUN-TIME           PIC X(8).
           05 XAUD-USER-ID            PIC X(8).
           05 XAUD-ACTION             PIC X(1).
           05 XAUD-VENDOR             PIC X(8).
           05 XAUD-VENDOR-PART        PIC X(15).
           05 XAUD-BEFORE-CODE        PIC X(6).
           05 XAUD-AFTER-CODE         PIC X(6).
