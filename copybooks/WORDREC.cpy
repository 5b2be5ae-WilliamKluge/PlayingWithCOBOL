      ******************************************************************
      * Copybook: WORDREC
      * Service work-order record - one row per EPIC unit sent out
      * to an enchanter for recharge or repair, from the day it
      * leaves until it comes back.  Opening the order puts the
      * serial (O)ut for service on the register (see SERREC);
      * closing it puts the serial back in stock, or back in the
      * customer's hands for a customer-owned unit, and the actual
      * charge on a shop-owned unit goes into the item's average
      * cost (see COSTREC).  Fixed-width positional fields,
      * 96 bytes.
      *   WORD-NUMBER        - WO + six-digit sequence, assigned at
      *                        open
      *   WORD-WORK-TYPE     - (E)nchantment recharge or (R)epair
      *   WORD-OWNER         - (S)hop stock or (C)ustomer-owned
      *   WORD-CUSTOMER      - the owning account, customer-owned
      *                        units only (see CUSTREC)
      *   WORD-PROMISED-DATE - MM/DD/YYYY the enchanter promised the
      *                        unit back; the overdue report ages
      *                        open orders against it
      *   WORD-STATUS        - (O)pen - unit out, (C)losed - back
      *   WORD-PRIOR-STATUS  - the register status the serial had
      *                        when it went out - (H)eld or (I)ssued
      *                        to the customer, or blank when a
      *                        customer's unit was not on the
      *                        register until the order named it
      ******************************************************************
           05 WORD-NUMBER             PIC X(8).
           05 WORD-ITEM-CODE          PIC X(6).
           05 WORD-SERIAL             PIC X(12).
           05 WORD-VENDOR             PIC X(8).
           05 WORD-WORK-TYPE          PIC X(1).
           05 WORD-OWNER              PIC X(1).
           05 WORD-CUSTOMER           PIC X(10).
           05 WORD-OPEN-DATE          PIC X(10).
           05 WORD-PROMISED-DATE      PIC X(10).
           05 WORD-QUOTED-CHARGE      PIC 9(7)V99.
           05 WORD-ACTUAL-CHARGE      PIC 9(7)V99.
           05 WORD-CLOSE-DATE         PIC X(10).
           05 WORD-STATUS             PIC X(1).
           05 WORD-PRIOR-STATUS       PIC X(1).
