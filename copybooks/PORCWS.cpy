      ******************************************************************
      * Copybook: PORCWS
      * Working storage for the purchase-order receipt log (see
      * PORCREC / PORCRSLV).
      ******************************************************************
           01 WS-PORC-FILENAME         PIC X(100).
           01 WS-PORC-STATUS           PIC X(2).
           01 WS-PORC.
               COPY PORCREC.
