      ******************************************************************
      * Copybook: RENTSTAT
      * FILE STATUS for the rental file.
      ******************************************************************
           01 WS-RENTAL-STATUS         PIC X(2).
