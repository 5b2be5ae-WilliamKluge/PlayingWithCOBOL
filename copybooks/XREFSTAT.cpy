      ******************************************************************
      * Copybook: XREFSTAT
      * FILE STATUS for the vendor part cross-reference file.
      ******************************************************************
           01 WS-XREF-STATUS           PIC X(2).
