      ******************************************************************
      * Copybook: RENTNAME
      * Runtime-supplied rental file name, resolved the same way as
      * the catalog/audit file names (see FILENAME / AUDNAME).  See
      * RENTRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-RENTAL-FILENAME       PIC X(100).
