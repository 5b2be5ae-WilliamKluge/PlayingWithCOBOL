           01 WS-LOC-FOUND-IX          PIC 9(4).
      * Where stock lands when the paperwork names no location.
           01 WS-DEFAULT-LOCATION      PIC X(4) VALUE 'FLR'.
      * Where units out with a renter are held - still ours and on
      * the books, but off the premises and not to be sold, issued
      * or counted (see RENTREC).  SUM-ITEM-ON-HIRE answers how many
      * of WS-CHK-LOC-CODE are out, without moving WS-LOC-FOUND-IX.
           01 WS-HIRE-LOCATION         PIC X(4) VALUE 'HIR'.
           01 WS-LOC-HIRE-QTY          PIC 9(7).
      * Where stock is held with customs duty unpaid - anything
      * leaving it for the shop owes duty on the way (see BONDREC).
           01 WS-BOND-LOCATION         PIC X(4) VALUE 'BND'.
           01 WS-LOC-HIRE-SCAN         PIC 9(4).
           01 WS-LOC.
               COPY LOCREC.
