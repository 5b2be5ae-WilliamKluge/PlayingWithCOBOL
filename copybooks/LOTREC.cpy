      ******************************************************************
      * Copybook: LOTREC
      * Lot register record - one row per received lot of a lot-
      * controlled item (the POT- and SCR- categories, which go
      * inert after a shelf life).  Receipts of those items must
      * supply the lot number and its expiry date; issues and sales
      * draw the earliest-expiring live lot first, and the posting
      * run writes expired lots off.  A lot drawn down to nothing
      * drops off the register.  Fixed-width positional fields,
      * 41 bytes.
      *   LOT-EXPIRY   - MM/DD/YYYY, the last day the lot may sell
      *   LOT-RECEIVED - MM/DD/YYYY of the receipt that opened it
      ******************************************************************
           05 LOT-ITEM-CODE           PIC X(6).
           05 LOT-NUMBER              PIC X(10).
           05 LOT-EXPIRY              PIC X(10).
           05 LOT-QTY                 PIC 9(5).
           05 LOT-RECEIVED            PIC X(10).
