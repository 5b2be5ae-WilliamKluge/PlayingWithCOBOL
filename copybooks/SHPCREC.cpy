      ******************************************************************
      * Copybook: SHPCREC
      * Pick confirmation record - one line per line on the pick
      * list, written by the pick-list run with the picked quantity
      * filled in as asked.  The picker corrects SHPC-PICKED-QTY
      * where the shelf came up short and the file goes to the ship
      * confirmation.  Fixed-width positional fields, 43 bytes.
      *   SHPC-PICK-QTY   - what the pick list asked for
      *   SHPC-PICKED-QTY - what was actually pulled and packed;
      *                     less than asked is a short pick
      ******************************************************************
           05 SHPC-ORDER-NO           PIC X(8).
           05 SHPC-LINE-NO            PIC 9(3).
           05 SHPC-ITEM-CODE          PIC X(6).
           05 SHPC-PICK-LOC           PIC X(4).
           05 SHPC-SERIAL             PIC X(12).
           05 SHPC-PICK-QTY           PIC 9(5).
           05 SHPC-PICKED-QTY         PIC 9(5).
