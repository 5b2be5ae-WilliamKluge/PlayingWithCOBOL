      ******************************************************************
      * Copybook: REGNWS
      * Working storage for the catalog regeneration marker (see
      * REGNREC/REGNMGR).  CATREGENFILE overrides the file name,
      * defaulting to magicitems.regen.
      ******************************************************************
           01 WS-REGEN-FILENAME        PIC X(100).
           01 WS-REGEN-STATUS          PIC X(2).
           01 WS-REGN.
               COPY REGNREC.
      * Whether this run has already written the marker - once is
      * enough, however many restart points follow.
           01 WS-REGN-MARKED           PIC A(1) VALUE 'N'.
      * Whether CHECK-REGEN-MARKER found one waiting.
           01 WS-REGN-PENDING          PIC A(1) VALUE 'N'.
