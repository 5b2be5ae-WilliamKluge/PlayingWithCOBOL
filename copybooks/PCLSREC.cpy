      ******************************************************************
      * Copybook: PCLSREC
      * Price-class discount tier - one line per class, category and
      * quantity break.  A customer's price class (CUST-PRICE-CLASS,
      * see CUSTREC) picks its tiers; the sales run prices each sale
      * at the catalog gold value less the best tier that applies -
      * one naming the item's own category beats a class-wide row,
      * and among those the highest break the sale quantity reaches
      * wins.  No tier at all means list price.  Fixed-width
      * positional fields, 22 bytes.
      *   PCLS-CLASS    - (R)etail, (G)uild member or (W)holesale
      *   PCLS-CATEGORY - the item category the tier prices; spaces
      *                   prices every category of the class
      *   PCLS-MIN-QTY  - the sale quantity the break starts at
      *   PCLS-DISC-PCT - percent off the catalog gold value
      ******************************************************************
           05 PCLS-CLASS              PIC X(1).
           05 PCLS-CATEGORY           PIC X(12).
           05 PCLS-MIN-QTY            PIC 9(5).
           05 PCLS-DISC-PCT           PIC 9(2)V99.
