      ******************************************************************
      * Copybook: RTNREC
      * Customer return transaction record - one line per unit or
      * lot a customer brought back under a return authorization,
      * processed by the posting run alongside the sales: stock
      * comes back to a location, the original sale's revenue and
      * cost reverse at what that sale booked, and the customer's
      * invoice is credited.  Fixed-width positional fields, 59
      * bytes.
      *   RTN-RMA-NUMBER   - the return authorization the counter
      *                      issued; one RMA posts once per item
      *   RTN-REASON       - reason code, see RTNRSN
      *   RTN-ORIG-INVOICE - the invoice number (ARI-DOC-NO) the
      *                      original sale opened
      *   RTN-SERIAL       - which serial came back, required when
      *                      the item is EPIC-rarity (see SERREC)
      *   RTN-LOCATION     - where the stock goes back; blank takes
      *                      the reason code's disposition
      *                      (quarantine or the shop floor)
      ******************************************************************
           05 RTN-RMA-NUMBER          PIC X(10).
           05 RTN-CUSTOMER            PIC X(10).
           05 RTN-ITEM-CODE           PIC X(6).
           05 RTN-QTY                 PIC 9(5).
           05 RTN-REASON              PIC X(2).
           05 RTN-ORIG-INVOICE        PIC X(10).
           05 RTN-SERIAL              PIC X(12).
           05 RTN-LOCATION            PIC X(4).
