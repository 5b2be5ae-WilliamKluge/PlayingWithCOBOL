      ******************************************************************
      * Copybook: SORDWS
      * In-memory sales-order table plus working fields for the
      * shared load and rewrite paragraphs (see SORDREC/SORDLOAD).
      * A line is open while its status is O or K - the open
      * remainder is WS-SORD-ORDER-QTY less WS-SORD-SHIP-QTY.
      ******************************************************************
           01 WS-SORD-CNT              PIC 9(4) VALUE 0.
           01 WS-SORD-TABLE.
               03 WS-SORD-ROW OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-SORD-CNT
               INDEXED BY WS-SORD-IX.
                   05 WS-SORD-NUMBER      PIC X(8).
                   05 WS-SORD-LINE        PIC 9(3).
                   05 WS-SORD-CUSTOMER    PIC X(10).
                   05 WS-SORD-CODE        PIC X(6).
                   05 WS-SORD-ORDER-QTY   PIC 9(5).
                   05 WS-SORD-SHIP-QTY    PIC 9(5).
                   05 WS-SORD-PICK-QTY    PIC 9(5).
                   05 WS-SORD-PRICE       PIC 9(7)V99.
                   05 WS-SORD-DATE        PIC X(10).
                   05 WS-SORD-STATUS      PIC X(1).
                   05 WS-SORD-PICK-LOC    PIC X(4).
                   05 WS-SORD-SERIAL      PIC X(12).
                   05 WS-SORD-PICK-DATE   PIC X(10).
           01 WS-SORD-CAPACITY         PIC 9(4) VALUE 3000.
           01 WS-SORD-DROPPED          PIC 9(4) VALUE 0.
           01 WS-SORD-SCAN             PIC 9(4).
           01 WS-SORD-EOF              PIC A(1).
           01 WS-SORD-OPEN-QTY         PIC 9(5).
           01 WS-SORD.
               COPY SORDREC.
