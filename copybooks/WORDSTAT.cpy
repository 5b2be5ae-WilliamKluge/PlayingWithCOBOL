      ******************************************************************
      * Copybook: WORDSTAT
      * FILE STATUS for the work-order file.
      ******************************************************************
           01 WS-WORDER-STATUS         PIC X(2).
