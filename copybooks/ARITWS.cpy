      ******************************************************************
      * Copybook: ARITWS
      * In-memory receivables ledger plus working fields for the
      * shared load/sum/add/rewrite paragraphs (see ARITREC /
      * ARITLOAD).  A caller moves the customer tag to
      * WS-CHK-ARI-CUSTOMER and PERFORMs SUM-CUSTOMER-OPEN-BALANCE;
      * open invoices less unapplied cash comes back in
      * WS-ARI-OPEN-BALANCE.  To open an item the caller fills the
      * ARITREC fields of WS-ARI and PERFORMs ADD-RECEIVABLE-ROW,
      * which answers WS-ARI-ADDED.
      ******************************************************************
           01 WS-ARI-CNT               PIC 9(4) VALUE 0.
           01 WS-ARI-TABLE.
               03 WS-ARI-ROW OCCURS 5000 TIMES.
                   05 WS-ARI-CUSTOMER     PIC X(10).
                   05 WS-ARI-DOC-NO       PIC X(10).
                   05 WS-ARI-DOC-TYPE     PIC X(1).
                   05 WS-ARI-DOC-DATE     PIC X(10).
                   05 WS-ARI-ITEM-CODE    PIC X(6).
                   05 WS-ARI-ORIG         PIC 9(9)V99.
                   05 WS-ARI-OPEN         PIC 9(9)V99.
                   05 WS-ARI-PAY-DATE     PIC X(10).
           01 WS-ARI-CAPACITY          PIC 9(4) VALUE 5000.
           01 WS-ARI-DROPPED           PIC 9(4) VALUE 0.
           01 WS-ARI-SCAN              PIC 9(4).
           01 WS-ARI-EOF               PIC A(1).
           01 WS-ARI-CHANGED           PIC A(1) VALUE 'N'.
           01 WS-ARI-ADDED             PIC A(1).
           01 WS-CHK-ARI-CUSTOMER      PIC X(10).
           01 WS-ARI-OPEN-BALANCE      PIC S9(9)V99.
      * Settled items are kept through the month after the one they
      * closed in - the period as YYYYMM below which they age off.
           01 WS-ARI-KEEP-PERIOD       PIC 9(6).
           01 WS-ARI-ROW-PERIOD        PIC 9(6).
           01 WS-ARI-KEPT-CNT          PIC 9(4).
      * Aging - AGE-ONE-RECEIVABLE files the open amount of row
      * WS-ARI-SCAN into a bucket by days since the document date,
      * counted back from WS-ARI-ASOF-INT (INTEGER-OF-DATE form).
           01 WS-ARI-ASOF-INT          PIC 9(8).
           01 WS-ARI-DOC-KEY           PIC 9(8).
           01 WS-ARI-AGE-DAYS          PIC S9(5).
           01 WS-ARI-AGING.
               05 WS-ARI-AGE-CURRENT  PIC S9(11)V99.
               05 WS-ARI-AGE-30       PIC S9(11)V99.
               05 WS-ARI-AGE-60       PIC S9(11)V99.
               05 WS-ARI-AGE-90       PIC S9(11)V99.
               05 WS-ARI-AGE-CREDIT   PIC S9(11)V99.
           01 WS-ARI.
               COPY ARITREC.
