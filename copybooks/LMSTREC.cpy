      ******************************************************************
      * Copybook: LMSTREC
      * Location master record - one row per stocking location the
      * shop actually has (FLR, VLT, BND, QTN ...), governing the
      * location codes on movements, returns and count sheets the
      * way vendormaster.txt governs vendor codes: stock may only
      * land on a location on this file.  Fixed-width positional
      * fields, 53 bytes.
      *   LMST-SELLABLE      - Y where customers may be served from
      *                        the location's stock
      *   LMST-CAPACITY      - most units the location can hold,
      *                        all items together; zero means the
      *                        location is not capacity-controlled
      *   LMST-INSURED-LIMIT - the gold value the policy covers at
      *                        the location, for the insurance
      *                        schedule
      ******************************************************************
           05 LMST-LOCATION           PIC X(4).
           05 LMST-DESC               PIC X(30).
           05 LMST-SELLABLE           PIC X(1).
           05 LMST-CAPACITY           PIC 9(7).
           05 LMST-INSURED-LIMIT      PIC 9(9)V99.
