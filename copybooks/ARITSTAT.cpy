      ******************************************************************
      * Copybook: ARITSTAT
      * FILE STATUS for the receivables open-item ledger.
      ******************************************************************
           01 WS-RECEIVABLE-STATUS     PIC X(2).
