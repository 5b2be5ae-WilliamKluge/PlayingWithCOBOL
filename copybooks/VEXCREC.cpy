      ******************************************************************
      * Copybook: VEXCREC
      * Vendor exception record - one row per thing a vendor got
      * wrong that used to scroll past on a console report and
      * vanish: the unordered excess of an over-shipment the posting
      * run refused, a feed or delta row in money the currency table
      * does not know, a delta price move beyond tolerance.  One
      * continuous log the vendor scorecard reads by month.  Fixed-
      * width positional fields, 48 bytes.
      *   VEXC-TYPE      - (O)ver-receipt, (C)urrency reject,
      *                    (T)olerance reject
      *   VEXC-QTY       - the refused quantity on an over-receipt,
      *                    zero otherwise
      *   VEXC-PO-NUMBER - the PO line an over-receipt ran past,
      *                    blank otherwise
      *   VEXC-REFERENCE - the warehouse document on an over-
      *                    receipt, the currency code on a currency
      *                    reject
      ******************************************************************
           05 VEXC-RUN-DATE           PIC X(10).
           05 VEXC-VENDOR             PIC X(8).
           05 VEXC-TYPE               PIC X(1).
           05 VEXC-ITEM-CODE          PIC X(6).
           05 VEXC-QTY                PIC 9(5).
           05 VEXC-PO-NUMBER          PIC X(8).
           05 VEXC-REFERENCE          PIC X(10).
