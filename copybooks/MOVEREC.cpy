      * Copybook: MOVEREC
      * Daily warehouse stock-movement record - a receipt into stock
      * or an issue out of it, applied to ITEM-QTY-ON-HAND by the
      * posting program.  Fixed-width positional fields, 113 bytes.
      *   MOVE-ITEM-CODE   - catalog item code (see ITEMREC)
      *   MOVE-TYPE        - (R)eceipt in, (I)ssue out,
      *                      (T)ransfer between locations, or kit
      *                      (A)ssembly / (D)isassembly - the item
      *                      is the kit, the quantity is kits, and
      *                      the components move at the same
      *                      location per the bill of materials
      *                      (see BOMREC)
      *   MOVE-QTY         - units moved
      *   MOVE-REFERENCE   - warehouse document reference number
      *   MOVE-UNIT-COST   - what we paid per unit, receipts only -
      *                      movement dated inside a closed
      *                      accounting period is a hard reject
      *                      (see PERREC)
      *   MOVE-LOT         - the lot number, required on receipts of
      *                      lot-controlled (POT-/SCR-) items (see
      *                      LOTREC); issues draw lots themselves,
      *                      earliest expiry first
      *   MOVE-EXPIRY      - MM/DD/YYYY the received lot expires,
      *                      required with MOVE-LOT
      *   MOVE-CONSIGN-VENDOR - set on a receipt of stock a vendor
      *                      leaves with us on consignment (see
      *                      CONSREC): no purchase order, the unit
      *                      cost is the agreed rate, and the units
      *                      stay the vendor's until sold.  Set on an
      *                      issue, it sends that vendor's consigned
      *                      units back to them.  Blank otherwise
      *   MOVE-VENDOR      - receipts only: the vendor whose
      *                      paperwork the receipt was keyed from,
      *                      needed with MOVE-VENDOR-PART (a
      *                      consignment receipt may leave it blank
      *                      and the consigning vendor is used)
      *   MOVE-VENDOR-PART - receipts only: the vendor's own part
      *                      number.  When set, the item is found
      *                      through the vendor cross-reference (see
      *                      XREFREC) and MOVE-ITEM-CODE may be left
      *                      blank; an unmapped part is rejected and
      *                      goes to the suspense file under reason
      *                      XREF (see SUSPREC)
      ******************************************************************
           05 MOVE-ITEM-CODE          PIC X(6).
           05 MOVE-TYPE               PIC X(1).
           05 MOVE-SERIAL             PIC X(12).
           05 MOVE-OVERRIDE           PIC X(1).
           05 MOVE-DATE               PIC X(10).
           05 MOVE-LOT                PIC X(10).
           05 MOVE-EXPIRY             PIC X(10).
           05 MOVE-CONSIGN-VENDOR     PIC X(8).
           05 MOVE-VENDOR             PIC X(8).
           05 MOVE-VENDOR-PART        PIC X(15).
