      * in (see CURREC).  The merge converts VFED-PRICE to
      * ITEM-GOLD-VALUE through the currency table; a blank
      * currency is gold at par, the way the old feeds were.  The
      * TRLR99 trailer convention is unchanged.  80 bytes.
      *   VFED-VENDOR-PART - the vendor's own part number.  When set,
      *                      the merge translates it to our code
      *                      through the vendor cross-reference (see
      *                      XREFREC) and VFED-ITEM-CODE may be left
      *                      blank; an unmapped part goes to the
      *                      suspense file under reason XREF.  Blank
      *                      on the older feeds, which carry our code
      ******************************************************************
           05 VFED-ITEM-CODE          PIC X(6).
           05 VFED-ITEM-NAME          PIC X(30).
           05 VFED-PRICE              PIC 9(7)V99.
           05 VFED-QTY                PIC 9(5).
           05 VFED-CURRENCY           PIC X(3).
           05 VFED-VENDOR-PART        PIC X(15).
