      ******************************************************************
      * Copybook: BONDREC
      * Bonded stock ledger record - one row per item code held in
      * the bonded warehouse (BND) with customs duty still unpaid.
      * The units sit inside ITEM-QTY-ON-HAND and the BND location
      * balance like any other stock; this row carries the duty-
      * unpaid value they were received into bond at, so a release
      * can charge duty on what the goods were worth coming in and
      * not on whatever the average cost has drifted to since.  A
      * release takes value pro rata off the row; a row drawn down
      * to nothing drops off.  Fixed-width positional fields, 32
      * bytes.
      *   BOND-VALUE     - duty-unpaid value of the units in bond
      *   BOND-LAST-DATE - MM/DD/YYYY of the last receipt or release
      ******************************************************************
           05 BOND-ITEM-CODE          PIC X(6).
           05 BOND-QTY                PIC 9(5).
           05 BOND-VALUE              PIC 9(9)V99.
           05 BOND-LAST-DATE          PIC X(10).
