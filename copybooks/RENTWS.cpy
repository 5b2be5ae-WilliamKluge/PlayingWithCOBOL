      ******************************************************************
      * Copybook: RENTWS
      * In-memory rental table plus working fields for the shared
      * load and rewrite paragraphs (see RENTREC/RENTLOAD).  A
      * rental is open while its status is O - its units are still
      * with the renter.
      ******************************************************************
           01 WS-RENT-CNT              PIC 9(4) VALUE 0.
           01 WS-RENT-TABLE.
               03 WS-RENT-ROW OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-RENT-CNT
               INDEXED BY WS-RENT-IX.
                   05 WS-RENT-NUMBER      PIC X(8).
                   05 WS-RENT-CODE        PIC X(6).
                   05 WS-RENT-QTY         PIC 9(5).
                   05 WS-RENT-SERIAL      PIC X(12).
                   05 WS-RENT-FROM-LOC    PIC X(4).
                   05 WS-RENT-CUSTOMER    PIC X(10).
                   05 WS-RENT-OUT-DATE    PIC X(10).
                   05 WS-RENT-DUE-DATE    PIC X(10).
                   05 WS-RENT-DEPOSIT     PIC 9(7)V99.
                   05 WS-RENT-DAILY-FEE   PIC 9(7)V99.
                   05 WS-RENT-RETURN-DATE PIC X(10).
                   05 WS-RENT-CHARGE      PIC 9(7)V99.
                   05 WS-RENT-FORFEIT     PIC 9(7)V99.
                   05 WS-RENT-STATUS      PIC X(1).
           01 WS-RENT-CAPACITY         PIC 9(4) VALUE 3000.
           01 WS-RENT-DROPPED          PIC 9(4) VALUE 0.
           01 WS-RENT-SCAN             PIC 9(4).
           01 WS-RENT-EOF              PIC A(1).
      * Days after the due date a renter has before the deposit is
      * forfeited - RENTGRACEDAYS overrides (see RENTLOAD).
           01 WS-RENT-GRACE-DAYS       PIC 9(3) VALUE 3.
           01 WS-RENT-GRACE-IN         PIC X(3).
           01 WS-RENT.
               COPY RENTREC.
