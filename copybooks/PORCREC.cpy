      ******************************************************************
      * Copybook: PORCREC
      * Purchase-order receipt record - one row per PO line a posted
      * receipt relieved, appended by the posting run to a
      * continuous receipt log.  The vendor-invoice match reads it
      * for what was actually received against each line and at
      * what cost.  Fixed-width positional fields, 48 bytes.
      *   PORC-PO-NUMBER  - the PO line the receipt relieved
      *   PORC-QTY        - the quantity taken against that line
      *   PORC-UNIT-COST  - the receipt's unit cost (zero when the
      *                     receipt carried none)
      *   PORC-REFERENCE  - the warehouse document reference
      ******************************************************************
           05 PORC-PO-NUMBER          PIC X(8).
           05 PORC-ITEM-CODE          PIC X(6).
           05 PORC-QTY                PIC 9(5).
           05 PORC-UNIT-COST          PIC 9(7)V99.
           05 PORC-RUN-DATE           PIC X(10).
           05 PORC-REFERENCE          PIC X(10).
