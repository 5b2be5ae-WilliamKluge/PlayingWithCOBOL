      * (blank is gold at par).  The repricing program converts to
      * gold through the currency table (see CURREC), applies the
      * value to the matching catalog row and leaves every other
      * field untouched.  When DELTA-VENDOR-PART is set the item is
      * found through the vendor cross-reference (see XREFREC) under
      * the delta's vendor and DELTA-ITEM-CODE may be left blank; an
      * unmapped part goes to the suspense file under reason XREF.
      * 33 bytes.
      ******************************************************************
           05 DELTA-ITEM-CODE         PIC X(6).
           05 DELTA-NEW-VALUE         PIC 9(7)V99.
           05 DELTA-CURRENCY          PIC X(3).
           05 DELTA-VENDOR-PART       PIC X(15).
