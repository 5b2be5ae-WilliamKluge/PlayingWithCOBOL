      ******************************************************************
      * Copybook: CUSTNAME
      * Runtime-supplied customer master file name, resolved the
      * same way as the catalog/audit file names (see FILENAME /
      * AUDNAME).  See CUSTRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-CUSTOMER-FILENAME     PIC X(100).
