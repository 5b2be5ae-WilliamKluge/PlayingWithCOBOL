      ******************************************************************
      * Copybook: TAXWS
      * In-memory tax-rate table plus working fields for the shared
      * load/lookup paragraphs (see TAXREC/TAXLOAD).  A caller sets
      * WS-CHK-TAX-JURIS, WS-CHK-TAX-CATEGORY and WS-CHK-TAX-DATE-INT
      * (the sale's day number) and PERFORMs FIND-TAX-RATES; WS-TAX-
      * FOUND, WS-TAX-SALES-PCT and WS-TAX-LEVY-PCT answer.  FIND-
      * TAX-ACCOUNTS answers WS-TAX-SALES-ACCT / WS-TAX-LEVY-ACCT
      * for WS-CHK-TAX-JURIS the same way.
      ******************************************************************
           01 WS-TAX-FILENAME          PIC X(100).
           01 WS-TAX-STATUS            PIC X(2).
           01 WS-TAX-HOME-JURIS        PIC X(4).
           01 WS-TAX-LOADED            PIC A(1) VALUE 'N'.
           01 WS-TAX-CNT               PIC 9(4) VALUE 0.
           01 WS-TAX-TABLE.
               03 WS-TAX-ROW OCCURS 1000 TIMES.
                   05 WS-TAX-JURIS        PIC X(4).
                   05 WS-TAX-CATEGORY     PIC X(12).
                   05 WS-TAX-EFF-INT      PIC 9(7).
                   05 WS-TAX-SALES-RATE   PIC 9(2)V999.
                   05 WS-TAX-LEVY-RATE    PIC 9(2)V999.
                   05 WS-TAX-SALES-ACCOUNT PIC X(8).
                   05 WS-TAX-LEVY-ACCOUNT PIC X(8).
           01 WS-TAX-CAPACITY          PIC 9(4) VALUE 1000.
           01 WS-TAX-DROPPED           PIC 9(4) VALUE 0.
           01 WS-TAX-BAD-DATE          PIC 9(4) VALUE 0.
           01 WS-TAX-SCAN              PIC 9(4).
           01 WS-TAX-EOF               PIC A(1).
           01 WS-TAX-EFF-KEY           PIC X(8).
           01 WS-TAX-EFF-NUM           PIC 9(8).
           01 WS-CHK-TAX-JURIS         PIC X(4).
           01 WS-CHK-TAX-CATEGORY      PIC X(12).
           01 WS-CHK-TAX-DATE-INT      PIC 9(7).
           01 WS-TAX-FOUND             PIC A(1).
           01 WS-TAX-SALES-PCT         PIC 9(2)V999.
           01 WS-TAX-LEVY-PCT          PIC 9(2)V999.
           01 WS-TAX-SALES-ACCT        PIC X(8).
           01 WS-TAX-LEVY-ACCT         PIC X(8).
      * The row chosen so far - whether it names the category, and
      * the day it took effect.
           01 WS-TAX-HIT-IX            PIC 9(4).
           01 WS-TAX-HIT-EXACT         PIC A(1).
           01 WS-TAX-HIT-INT           PIC 9(7).
           01 WS-TAXR.
               COPY TAXREC.
