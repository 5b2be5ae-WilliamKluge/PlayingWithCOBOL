      ******************************************************************
      * Copybook: CACTREC
      * Consignment activity log record - every movement of consigned
      * stock the posting run accepted, stamped with the run date and
      * appended to one continuous file the monthly settlement
      * statement reads.  Fixed-width positional fields, 62 bytes.
      *   CACT-TYPE      - (R)eceived on consignment, (S)old, customer
      *                    return (U) back into the vendor's stock,
      *                    or returned to the (V)endor
      *   CACT-RATE      - the agreed unit rate the line moved at
      *   CACT-AMOUNT    - quantity at the rate: on a sale what we
      *                    owe the vendor, on a customer return what
      *                    comes back off it
      *   CACT-REFERENCE - the invoice a sale or return belongs to,
      *                    else the movement's document reference
      ******************************************************************
           05 CACT-RUN-DATE           PIC X(10).
           05 CACT-VENDOR             PIC X(8).
           05 CACT-ITEM-CODE          PIC X(6).
           05 CACT-TYPE               PIC X(1).
           05 CACT-QTY                PIC 9(5).
           05 CACT-RATE               PIC 9(7)V99.
           05 CACT-AMOUNT             PIC 9(11)V99.
           05 CACT-REFERENCE          PIC X(10).
