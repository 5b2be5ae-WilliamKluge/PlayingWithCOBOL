      * decrements stock like an issue, but carries who bought and
      * at what price, so the revenue side finally reaches the
      * ledger instead of hiding inside anonymous issues.  Fixed-
      * width positional fields, 47 bytes.
      *   SALE-SERIAL - which serial left, required when the item is
      *                 EPIC-rarity (see SERREC)
      *   SALE-OVERRIDE - Y when a supervisor has authorized a price
      *                 outside tolerance of the customer's class
      *                 price (see PCLSREC); the override is audited
      *   SALE-LOCATION - where the units leave from; blank is the
      *                 shop floor.  Any other location customers buy
      *                 from may be named, and so may the bonded
      *                 warehouse (see BONDREC) - a sale straight out
      *                 of bond owes the duty on the goods
      ******************************************************************
           05 SALE-CUSTOMER           PIC X(10).
           05 SALE-ITEM-CODE          PIC X(6).
           05 SALE-QTY                PIC 9(5).
           05 SALE-PRICE              PIC 9(7)V99.
           05 SALE-SERIAL             PIC X(12).
           05 SALE-OVERRIDE           PIC X(1).
           05 SALE-LOCATION           PIC X(4).
