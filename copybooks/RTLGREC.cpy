      ******************************************************************
      * Copybook: RTLGREC
      * Customer returns log record - every return the posting run
      * accepted, stamped with the run date and appended to the
      * permanent returns log: the duplicate-RMA and quantity-
      * already-returned checks read it back, and the returns
      * register prints from it by reason code.  Fixed-width
      * positional fields, 83 bytes.
      *   RTLG-LOCATION - where the stock actually went back
      *   RTLG-REFUND   - revenue reversed, at the original price
      *   RTLG-COST     - cost of goods reversed, at the original
      *                   sale's unit cost
      ******************************************************************
           05 RTLG-RUN-DATE           PIC X(10).
           05 RTLG-RMA-NUMBER         PIC X(10).
           05 RTLG-CUSTOMER           PIC X(10).
           05 RTLG-ITEM-CODE          PIC X(6).
           05 RTLG-QTY                PIC 9(5).
           05 RTLG-REASON             PIC X(2).
           05 RTLG-ORIG-INVOICE       PIC X(10).
           05 RTLG-LOCATION           PIC X(4).
           05 RTLG-REFUND             PIC 9(11)V99.
           05 RTLG-COST               PIC 9(11)V99.
