      ******************************************************************
      * Copybook: RTNRSN
      * Customer return reason codes and where each sends the stock
      * - (Q)uarantine for anything that cannot go straight back on
      * sale, the shop (F)loor for goods that are resaleable as
      * they stand.  A caller moves the code to WS-CHK-RSN-CODE and
      * searches WS-RSN-ROW; the quarantine location is where Q
      * dispositions land when the return names no location.
      ******************************************************************
           01 WS-RSN-VALUES.
               05 FILLER PIC X(23) VALUE 'DFQDEFECTIVE           '.
               05 FILLER PIC X(23) VALUE 'CUQCURSED              '.
               05 FILLER PIC X(23) VALUE 'DMQDAMAGED IN USE      '.
               05 FILLER PIC X(23) VALUE 'WIFWRONG ITEM SUPPLIED '.
               05 FILLER PIC X(23) VALUE 'NWFNO LONGER WANTED    '.
           01 WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
               05 WS-RSN-ROW OCCURS 5 TIMES INDEXED BY WS-RSN-IX.
                   10 WS-RSN-CODE         PIC X(2).
                   10 WS-RSN-DISPOSITION  PIC X(1).
                   10 WS-RSN-DESC         PIC X(20).
           01 WS-RSN-CNT               PIC 9(2) VALUE 5.
           01 WS-CHK-RSN-CODE          PIC X(2).
           01 WS-QUARANTINE-LOCATION   PIC X(4) VALUE 'QTN'.
