      ******************************************************************
      * Copybook: XREFREC
      * Vendor part-number cross-reference record - one line per
      * vendor part we know, mapping the vendor's own numbering to
      * our ITEM-CODE so a feed, a price delta or a receipt can be
      * sent in exactly as the vendor printed it.  Maintained by
      * MAINTAIN-VENDOR-XREF; read by the feed merge, the repricing
      * run and the receipt side of the posting run, each of which
      * sends an unmapped part to the suspense file under reason
      * XREF (see SUSPREC).  Fixed-width positional fields, 39
      * bytes.
      *   XREF-VENDOR      - vendor code (see VENDREC)
      *   XREF-VENDOR-PART - the vendor's part number, as keyed on
      *                      their paperwork
      *   XREF-ITEM-CODE   - our catalog item code (see ITEMREC)
      *   XREF-ADDED-DATE  - MM/DD/YYYY the mapping was last set
      ******************************************************************
           05 XREF-VENDOR             PIC X(8).
           05 XREF-VENDOR-PART        PIC X(15).
           05 XREF-ITEM-CODE          PIC X(6).
           05 XREF-ADDED-DATE         PIC X(10).
