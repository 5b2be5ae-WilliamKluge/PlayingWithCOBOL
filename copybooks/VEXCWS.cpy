      ******************************************************************
      * Copybook: VEXCWS
      * Working storage for the vendor exception log (see VEXCREC /
      * VEXCWRT).
      ******************************************************************
           01 WS-VEXC-FILENAME         PIC X(100).
           01 WS-VEXC-STATUS           PIC X(2).
           01 WS-VEXC.
               COPY VEXCREC.
           01 WS-VEXC-WRITTEN-CNT      PIC 9(5) VALUE 0.
