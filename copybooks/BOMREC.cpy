      ******************************************************************
      * Copybook: BOMREC
      * Kit bill-of-materials record - one row per component of a
      * made-up kit, keyed by the kit's own catalog code.  A kit is
      * an ordinary catalog item whose stock is assembled from, and
      * can be broken back down into, its components (see MOVEREC
      * types A and D).  List each component once per kit.  Fixed-
      * width positional fields, 15 bytes.
      *   BOM-KIT-CODE        - catalog item code of the kit
      *   BOM-COMP-CODE       - catalog item code of one component
      *   BOM-COMP-QTY        - units of the component in one kit
      ******************************************************************
           05 BOM-KIT-CODE            PIC X(6).
           05 BOM-COMP-CODE           PIC X(6).
           05 BOM-COMP-QTY            PIC 9(3).
