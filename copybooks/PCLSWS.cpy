      ******************************************************************
      * Copybook: PCLSWS
      * In-memory price-class tiers plus working fields for the shared
      * load/lookup paragraphs (see PCLSREC/PCLSLOAD).  A caller sets
      * WS-CHK-PCLS-CLASS, WS-CHK-PCLS-CATEGORY and WS-CHK-PCLS-QTY
      * and PERFORMs FIND-CLASS-DISCOUNT; WS-PCLS-DISC answers the
      * percent off (zero when no tier applies).
      ******************************************************************
           01 WS-PCLS-FILENAME         PIC X(100).
           01 WS-PCLS-STATUS           PIC X(2).
           01 WS-PCLS-CNT              PIC 9(4) VALUE 0.
           01 WS-PCLS-TABLE.
               03 WS-PCLS-ROW OCCURS 500 TIMES.
                   05 WS-PCLS-CLASS       PIC X(1).
                   05 WS-PCLS-CATEGORY    PIC X(12).
                   05 WS-PCLS-MIN-QTY     PIC 9(5).
                   05 WS-PCLS-DISC-PCT    PIC 9(2)V99.
           01 WS-PCLS-CAPACITY         PIC 9(4) VALUE 500.
           01 WS-PCLS-DROPPED          PIC 9(4) VALUE 0.
           01 WS-PCLS-SCAN             PIC 9(4).
           01 WS-PCLS-EOF              PIC A(1).
           01 WS-CHK-PCLS-CLASS        PIC X(1).
           01 WS-CHK-PCLS-CATEGORY     PIC X(12).
           01 WS-CHK-PCLS-QTY          PIC 9(5).
           01 WS-PCLS-DISC             PIC 9(2)V99.
      * The tier chosen so far - whether it names the category, and
      * the break it starts at.
           01 WS-PCLS-HIT-IX           PIC 9(4).
           01 WS-PCLS-HIT-EXACT        PIC A(1).
           01 WS-PCLS-HIT-QTY          PIC 9(5).
           01 WS-PCLS.
               COPY PCLSREC.
