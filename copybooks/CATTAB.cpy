               05 WS-CAT-GL-ACCOUNT       PIC X(8).
               05 WS-CAT-SALES-ACCOUNT    PIC X(8).
               05 WS-CAT-COGS-ACCOUNT     PIC X(8).
               05 WS-CAT-AP-ACCOUNT       PIC X(8).
               05 WS-CAT-PPV-ACCOUNT      PIC X(8).
               05 WS-CAT-RENTAL-ACCOUNT   PIC X(8).
               05 WS-CAT-DUTY-RATE        PIC 9(2)V999.
               05 WS-CAT-DUTY-ACCOUNT     PIC X(8).
           01 WS-CAT-MASTER-CAPACITY   PIC 9(3) VALUE 100.
           01 WS-CAT-DROPPED           PIC 9(3) VALUE 0.
           01 WS-CAT-SCAN              PIC 9(3).
