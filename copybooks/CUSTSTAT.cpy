      ******************************************************************
      * Copybook: CUSTSTAT
      * FILE STATUS for the customer master file.
      ******************************************************************
           01 WS-CUSTOMER-STATUS       PIC X(2).
