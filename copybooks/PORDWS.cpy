      * Copybook: PORDWS
      * In-memory purchase-order table plus working fields for the
      * shared loader (see PORDREC/PORDLOAD).  A line is open while
      * its status is O or P - the open remainder is PORD-ORDER-QTY
      * less PORD-RECEIVED-QTY.
      ******************************************************************
           01 WS-PORD-CNT              PIC 9(4) VALUE 0.
                   05 WS-PORD-RCVD-QTY    PIC 9(5).
                   05 WS-PORD-DATE        PIC X(10).
                   05 WS-PORD-STATUS      PIC X(1).
                   05 WS-PORD-PRICE       PIC 9(7)V99.
           01 WS-PORD-CAPACITY         PIC 9(4) VALUE 2000.
           01 WS-PORD-DROPPED          PIC 9(4) VALUE 0.
           01 WS-PORD-SCAN             PIC 9(4).
