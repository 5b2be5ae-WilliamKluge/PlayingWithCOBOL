      ******************************************************************
      * Copybook: CACTWS
      * Working storage for the consignment activity log (see
      * CACTREC / CACTWRT).
      ******************************************************************
           01 WS-CACT-FILENAME         PIC X(100).
           01 WS-CACT-STATUS           PIC X(2).
           01 WS-CACT.
               COPY CACTREC.
           01 WS-CACT-WRITTEN-CNT      PIC 9(5) VALUE 0.
