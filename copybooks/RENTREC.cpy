      ******************************************************************
      * Copybook: RENTREC
      * Rental record - one row per hire of stock to an adventuring
      * party for an expedition, from the day it goes out until it
      * comes back.  Renting out moves the units from the location
      * they left onto the hire location (see LOCWS), so they stay
      * on the books at their cost but cannot be sold, issued or
      * counted while away; an EPIC unit's serial goes (R)ented on
      * the register (see SERREC).  The return brings the units
      * back to the location they left from, works out the hire
      * charge and posts it - with the deposit, when it is
      * forfeited - to the day's revenue journal as rental income
      * (see RVNREC).  Fixed-width positional fields, 112 bytes.
      *   RENT-NUMBER        - RN + six-digit sequence, assigned when
      *                        the units go out
      *   RENT-SERIAL        - the unit's serial, EPIC items only
      *                        (one unit per rental)
      *   RENT-FROM-LOCATION - where the units came from and go
      *                        back to
      *   RENT-CUSTOMER      - the renter's customer tag (see
      *                        CUSTREC)
      *   RENT-DUE-DATE      - MM/DD/YYYY the party promised the
      *                        units back
      *   RENT-DEPOSIT       - taken when the units went out, for
      *                        the whole rental
      *   RENT-DAILY-FEE     - per unit per day on hire
      *   RENT-CHARGE        - the hire charge worked out on return:
      *                        days out (at least one) x fee x units
      *   RENT-FORFEIT       - the deposit kept because the units
      *                        came back past the grace period after
      *                        the due date; zero when it was handed
      *                        back
      *   RENT-STATUS        - (O)ut with the renter, (R)eturned
      ******************************************************************
           05 RENT-NUMBER             PIC X(8).
           05 RENT-ITEM-CODE          PIC X(6).
           05 RENT-QTY                PIC 9(5).
           05 RENT-SERIAL             PIC X(12).
           05 RENT-FROM-LOCATION      PIC X(4).
           05 RENT-CUSTOMER           PIC X(10).
           05 RENT-OUT-DATE           PIC X(10).
           05 RENT-DUE-DATE           PIC X(10).
           05 RENT-DEPOSIT            PIC 9(7)V99.
           05 RENT-DAILY-FEE          PIC 9(7)V99.
           05 RENT-RETURN-DATE        PIC X(10).
           05 RENT-CHARGE             PIC 9(7)V99.
           05 RENT-FORFEIT            PIC 9(7)V99.
           05 RENT-STATUS             PIC X(1).
