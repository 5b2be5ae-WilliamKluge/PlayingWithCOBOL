      ******************************************************************
      * Copybook: SORDNAME
      * Runtime-supplied sales-order file name, resolved the same way
      * as the catalog/audit file names (see FILENAME / AUDNAME).
      * See SORDRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-SORDER-FILENAME       PIC X(100).
