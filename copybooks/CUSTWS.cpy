      ******************************************************************
      * Copybook: CUSTWS
      * In-memory customer master table plus working fields for the
      * shared load/find/rewrite paragraphs (see CUSTREC/CUSTLOAD).
      * A caller moves the customer tag to WS-CHK-CUST-CODE and
      * PERFORMs FIND-CUSTOMER; WS-CUST-FOUND / WS-CUST-FOUND-IX
      * answer.
      ******************************************************************
           01 WS-CUST-CNT              PIC 9(4) VALUE 0.
           01 WS-CUST-TABLE.
               03 WS-CUST-ROW OCCURS 2000 TIMES.
                   05 WS-CUST-CODE        PIC X(10).
                   05 WS-CUST-NAME        PIC X(30).
                   05 WS-CUST-ADDRESS     PIC X(40).
                   05 WS-CUST-LIMIT       PIC 9(7)V99.
                   05 WS-CUST-STATUS      PIC X(1).
                   05 WS-CUST-OPEN-DATE   PIC X(10).
                   05 WS-CUST-PRICE-CLASS PIC X(1).
                   05 WS-CUST-TAX-JURIS   PIC X(4).
                   05 WS-CUST-TAX-EXEMPT  PIC X(1).
                   05 WS-CUST-LEVY-EXEMPT PIC X(1).
           01 WS-CUST-CAPACITY         PIC 9(4) VALUE 2000.
           01 WS-CUST-DROPPED          PIC 9(4) VALUE 0.
           01 WS-CUST-SCAN             PIC 9(4).
           01 WS-CUST-EOF              PIC A(1).
           01 WS-CUST-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-CHK-CUST-CODE         PIC X(10).
           01 WS-CUST-FOUND            PIC A(1).
           01 WS-CUST-FOUND-IX         PIC 9(4).
           01 WS-CUST.
               COPY CUSTREC.
