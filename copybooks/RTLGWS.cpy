      ******************************************************************
      * Copybook: RTLGWS
      * Working storage for the customer returns log (see RTLGREC /
      * RTLGRSLV).
      ******************************************************************
           01 WS-RTLG-FILENAME         PIC X(100).
           01 WS-RTLG-STATUS           PIC X(2).
           01 WS-RTLG.
               COPY RTLGREC.
