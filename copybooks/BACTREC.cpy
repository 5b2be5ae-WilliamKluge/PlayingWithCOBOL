      ******************************************************************
      * Copybook: BACTREC
      * Bonded activity log record - every movement into or out of
      * the bonded warehouse the posting run accepted, stamped with
      * the run date and appended to one continuous file the GL
      * extract and the monthly bonded stock return read.  Fixed-
      * width positional fields, 75 bytes.
      *   BACT-TYPE        - (R)eceived into bond, released (X) out
      *                      of bond with duty due, or written off
      *                      (W) inside bond, which owes no duty
      *   BACT-VALUE       - duty-unpaid value of the units moved
      *   BACT-DUTY-RATE   - the category's duty percent on a
      *                      release, zero otherwise
      *   BACT-DUTY-AMOUNT - value at the rate: the duty payable
      *   BACT-TO-LOCATION - where a release went; blank when the
      *                      units left the shop (issue or sale)
      *   BACT-REFERENCE   - the movement's document reference, or
      *                      the invoice a sale from bond belongs to
      ******************************************************************
           05 BACT-RUN-DATE           PIC X(10).
           05 BACT-ITEM-CODE          PIC X(6).
           05 BACT-CATEGORY           PIC X(12).
           05 BACT-TYPE               PIC X(1).
           05 BACT-QTY                PIC 9(5).
           05 BACT-VALUE              PIC 9(9)V99.
           05 BACT-DUTY-RATE          PIC 9(2)V999.
           05 BACT-DUTY-AMOUNT        PIC 9(9)V99.
           05 BACT-TO-LOCATION        PIC X(4).
           05 BACT-REFERENCE          PIC X(10).
