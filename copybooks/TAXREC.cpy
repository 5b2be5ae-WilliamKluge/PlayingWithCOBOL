      ******************************************************************
      * Copybook: TAXREC
      * Sales tax and guild levy rate - one line per jurisdiction,
      * category and effective date.  The posting run prices each
      * sale's crown sales tax and merchants' guild levy against the
      * customer's jurisdiction (CUST-TAX-JURISDICTION, see CUSTREC)
      * and the item's category: a row naming the category beats the
      * jurisdiction-wide row, and among those the latest effective
      * date on or before the sale wins - a rate change is a new row
      * dated the day it lands, never an edit of the old one.
      * Fixed-width positional fields, 52 bytes.
      *   TAX-JURISDICTION - the taxing district the sale is made in
      *   TAX-CATEGORY     - the item category the rates apply to;
      *                      spaces covers every category of the
      *                      jurisdiction.  A zero rate zero-rates the
      *                      category (scrolls); a higher one carries
      *                      a surcharge (weapons)
      *   TAX-EFF-DATE     - MM/DD/YYYY the rates take effect
      *   TAX-SALES-RATE   - crown sales tax, percent of the sale
      *   TAX-LEVY-RATE    - guild levy, percent of the sale
      *   TAX-SALES-ACCOUNT/TAX-LEVY-ACCOUNT - the liability accounts
      *                      the GL extract credits with what was
      *                      collected; read from the jurisdiction-
      *                      wide row
      ******************************************************************
           05 TAX-JURISDICTION        PIC X(4).
           05 TAX-CATEGORY            PIC X(12).
           05 TAX-EFF-DATE            PIC X(10).
           05 TAX-SALES-RATE          PIC 9(2)V999.
           05 TAX-LEVY-RATE           PIC 9(2)V999.
           05 TAX-SALES-ACCOUNT       PIC X(8).
           05 TAX-LEVY-ACCOUNT        PIC X(8).
