      ******************************************************************
      * Copybook: APJWS
      * Working storage for the daily accounts-payable journal (see
      * APJREC / APJRSLV).
      ******************************************************************
           01 WS-APJ-FILENAME          PIC X(100).
           01 WS-APJ-STATUS            PIC X(2).
           01 WS-APJ.
               COPY APJREC.
