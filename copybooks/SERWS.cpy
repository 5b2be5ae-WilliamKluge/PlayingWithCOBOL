                   05 WS-SER-CODE         PIC X(6).
                   05 WS-SER-SERIAL       PIC X(12).
                   05 WS-SER-STATUS       PIC X(1).
                   05 WS-SER-LOCATION     PIC X(4).
           01 WS-SER-CAPACITY          PIC 9(4) VALUE 2000.
           01 WS-SER-DROPPED           PIC 9(4) VALUE 0.
           01 WS-SER-SCAN              PIC 9(4).
