      * Receipts of EPIC items must supply the unit's serial, issues
      * must name which serial left, and cycle counts reconcile the
      * register serial-by-serial.  Fixed-width positional fields,
      * 23 bytes.
      *   SER-STATUS   - (H)eld on hand, (I)ssued out, (O)ut for
      *                  service with an enchanter on an open work
      *                  order (see WORDREC) - only closing the order
      *                  brings it back - or (R)ented out to a renter
      *                  on an open rental (see RENTREC), back only
      *                  through its rental return
      *   SER-LOCATION - where a held unit sits, for the insurance
      *                  schedule and the count sheets; set by the
      *                  receipt, transfer or return that last moved
      *                  it (blank on rows from before the field
      *                  reads as the shop floor)
      ******************************************************************
           05 SER-ITEM-CODE           PIC X(6).
           05 SER-SERIAL              PIC X(12).
           05 SER-STATUS              PIC X(1).
           05 SER-LOCATION            PIC X(4).
