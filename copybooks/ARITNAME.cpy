      ******************************************************************
      * Copybook: ARITNAME
      * Runtime-supplied receivables ledger file name, resolved the
      * same way as the catalog/audit file names (see FILENAME /
      * AUDNAME).  See ARITRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-RECEIVABLE-FILENAME   PIC X(100).
