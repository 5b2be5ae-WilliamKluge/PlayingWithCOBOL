      ******************************************************************
      * Copybook: SORDSTAT
      * FILE STATUS for the sales-order file.
      ******************************************************************
           01 WS-SORDER-STATUS         PIC X(2).
