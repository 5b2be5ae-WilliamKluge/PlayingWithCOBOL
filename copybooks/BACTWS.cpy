      ******************************************************************
      * Copybook: BACTWS
      * Working storage for the bonded activity log (see BACTREC /
      * BACTWRT).
      ******************************************************************
           01 WS-BACT-FILENAME         PIC X(100).
           01 WS-BACT-STATUS           PIC X(2).
           01 WS-BACT.
               COPY BACTREC.
           01 WS-BACT-WRITTEN-CNT      PIC 9(5) VALUE 0.
