      ******************************************************************
      * Copybook: CSCHREC
      * Count-schedule record - one row per catalog item, carrying
      * the ABC class the classification run last ranked it into
      * (by annual usage value off the movement history and the
      * costing ledger), that annual usage value, the date the item
      * last went out on a count sheet, and the date a cycle count
      * last reconciled it.  The classification run owns the class
      * and value; CYCLE-COUNT-RECONCILE stamps the counted date.
      * Fixed-width positional fields, 38 bytes.
      *   CSCH-CLASS        - (A) counted monthly, (B) quarterly,
      *                       (C) yearly; blank until first ranked
      *   CSCH-LAST-SHEETED - MM/DD/YYYY, blank if never listed
      *   CSCH-LAST-COUNTED - MM/DD/YYYY, blank if never counted
      ******************************************************************
           05 CSCH-ITEM-CODE          PIC X(6).
           05 CSCH-CLASS              PIC X(1).
           05 CSCH-USAGE-VALUE        PIC 9(9)V99.
           05 CSCH-LAST-SHEETED       PIC X(10).
           05 CSCH-LAST-COUNTED       PIC X(10).
