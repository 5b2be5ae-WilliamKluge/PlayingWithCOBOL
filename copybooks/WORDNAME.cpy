      ******************************************************************
      * Copybook: WORDNAME
      * Runtime-supplied work-order file name, resolved the same way
      * as the catalog/audit file names (see FILENAME / AUDNAME).
      * See WORDRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-WORDER-FILENAME       PIC X(100).
