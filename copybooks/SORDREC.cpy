      ******************************************************************
      * Copybook: SORDREC
      * Sales-order line - one line per item a customer has ordered
      * for us to pick and ship, between the order being taken and
      * the goods leaving.  Entering a line allocates it: a hold for
      * the open quantity goes on the reservation file under the
      * ordering customer (see RSVREC), and the sale the ship
      * confirmation writes for the posting run consumes it.
      * Fixed-width positional fields, 88 bytes.
      *   SORD-ORDER-NO    - SO + six-digit sequence, assigned at
      *                      entry; every line of the order shares it
      *   SORD-LINE-NO     - line within the order, from 001
      *   SORD-SHIPPED-QTY - running total the ship confirmation has
      *                      turned into sales; the open remainder is
      *                      SORD-ORDER-QTY less this
      *   SORD-PICK-QTY    - what the current pick list asks for
      *   SORD-UNIT-PRICE  - the customer's class price on the day
      *                      the line was entered (see PCLSREC)
      *   SORD-STATUS      - (O)pen awaiting a pick, on a pic(K)
      *                      list, (C)omplete - shipped in full, or
      *                      (X) cancelled.  A short pick puts the
      *                      line back to O with the rest still open.
      *   SORD-PICK-LOC    - where the pick list sends the picker
      *   SORD-SERIAL      - the EPIC unit to pull, EPIC items only
      *                      (see SERREC)
      *   SORD-PICK-DATE   - MM/DD/YYYY of the pick list the line is
      *                      on; blank while the line is not on one
      ******************************************************************
           05 SORD-ORDER-NO           PIC X(8).
           05 SORD-LINE-NO            PIC 9(3).
           05 SORD-CUSTOMER           PIC X(10).
           05 SORD-ITEM-CODE          PIC X(6).
           05 SORD-ORDER-QTY          PIC 9(5).
           05 SORD-SHIPPED-QTY        PIC 9(5).
           05 SORD-PICK-QTY           PIC 9(5).
           05 SORD-UNIT-PRICE         PIC 9(7)V99.
           05 SORD-ORDER-DATE         PIC X(10).
           05 SORD-STATUS             PIC X(1).
           05 SORD-PICK-LOC           PIC X(4).
           05 SORD-SERIAL             PIC X(12).
           05 SORD-PICK-DATE          PIC X(10).
