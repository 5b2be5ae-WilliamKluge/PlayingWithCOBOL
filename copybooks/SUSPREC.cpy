      * Suspense record for rows rejected on load - the rejected data
      * itself in ITEMREC layout, led by a reason code and the run
      * date, so a reject can be corrected and resubmitted instead of
      * hunted down in the raw vendor file.  99 bytes.
      * Reason codes:
      *   DUP  - duplicate item name        OVSZ - oversize line
      *   RNGE - gold value out of range    CAT  - invalid category
      *   FULL - catalog at capacity
      *   XREF - vendor part number not on the cross-reference (see
      *          XREFREC); SUSP-VENDOR/SUSP-VENDOR-PART say which,
      *          and the fix is a mapping and a rerun, not a
      *          resubmission - the catalog resubmit refuses these
      * SUSP-VENDOR/SUSP-VENDOR-PART are blank on every other reason.
      ******************************************************************
           05 SUSP-REASON-CODE        PIC X(4).
           05 SUSP-RUN-DATE           PIC X(10).
           05 SUSP-ITEM-CATEGORY      PIC X(12).
           05 SUSP-ITEM-GOLD-VALUE    PIC 9(7)V99.
           05 SUSP-ITEM-QTY-ON-HAND   PIC 9(5).
           05 SUSP-VENDOR             PIC X(8).
           05 SUSP-VENDOR-PART        PIC X(15).
