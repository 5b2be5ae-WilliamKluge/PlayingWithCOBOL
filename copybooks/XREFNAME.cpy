      ******************************************************************
      * Copybook: XREFNAME
      * Runtime-supplied vendor part cross-reference file name,
      * resolved the same way as the other master file names.  See
      * XREFRSLV for how it is filled in before OPEN.
      ******************************************************************
           01 WS-XREF-FILENAME         PIC X(100).
