      * accepted, stamped with the run date and appended to the
      * permanent history file, so "when did this last sell" is a
      * file read instead of a dig through printed journals.  Types
      * are the movement file's (R)eceipt, (I)ssue and (T)ransfer
      * plus (S)ale from the sales mode and customer returns (U),
      * stock coming back up off a sale.  Kit work writes one row
      * per item touched: an assembly's kits (M)ade and components
      * (C)onsumed, a disassembly's kits (B)roken down and (P)arts
      * recovered.  Expired lots the posting run writes off land as
      * (W)rite-offs, the lot number in the reference.  Fixed-width
      * positional fields, 49 bytes.
      *   MHST-LOCATION    - where the units landed or left from (the
      *                      from side of a transfer)
      *   MHST-TO-LOCATION - transfer destination, transfers only
      *   MHST-AVG-COST    - the item's weighted-average unit cost
      *                      once the movement was posted, zero when
      *                      it carried none yet
      * All three are spaces on rows written before they existed.
      ******************************************************************
           05 MHST-RUN-DATE           PIC X(10).
           05 MHST-ITEM-CODE          PIC X(6).
           05 MHST-TYPE               PIC X(1).
           05 MHST-QTY                PIC 9(5).
           05 MHST-REFERENCE          PIC X(10).
           05 MHST-LOCATION           PIC X(4).
           05 MHST-TO-LOCATION        PIC X(4).
           05 MHST-AVG-COST           PIC 9(7)V99.
