      *          door instead of a dozen commands and a crib sheet
      *          of environment variables.
      * Tectonics: cobc
      * Modified: 2026-10-15 - customer maintenance added to the
      *           maintenance functions as choice 12.
      * Modified: 2026-10-15 - purchase-order maintenance added to
      *           the maintenance functions as choice 13.
      * Modified: 2026-10-15 - sales-order entry added to the
      *           maintenance functions as choice 14.
      * Modified: 2026-10-15 - vendor part cross-reference
      *           maintenance added to the maintenance functions as
      *           choice 15; the choice prompt moves down a row.
      * Modified: 2026-10-15 - service work orders added to the
      *           maintenance functions as choice 16; the menu runs
      *           out of rows here, so choices from 16 on take a
      *           second column.
      * Modified: 2026-10-15 - item rentals added to the maintenance
      *           functions as choice 17.
      * Modified: 2026-10-15 - approve-changes (the checker side of
      *           maker-checker) added for supervisors as choice 18.
      * Modified: 2026-10-15 - catalog-regenerate added to the
      *           maintenance functions as choice 19, so a desk held
      *           up behind the keyed postings can catch the
      *           sequential catalog up without waiting for the
      *           nightly stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MENU.
           01 WS-M-LINE9               PIC X(40).
           01 WS-M-LINE10              PIC X(40).
           01 WS-M-LINE11              PIC X(40).
           01 WS-M-LINE12              PIC X(40).
           01 WS-M-LINE13              PIC X(40).
           01 WS-M-LINE14              PIC X(40).
           01 WS-M-LINE15              PIC X(40).
      * Second column, from choice 16 on.
           01 WS-M-LINE16              PIC X(35).
           01 WS-M-LINE17              PIC X(35).
           01 WS-M-LINE18              PIC X(35).
           01 WS-M-LINE19              PIC X(35).
           COPY BANNER.

           SCREEN SECTION.
               05 LINE 12 COLUMN 5 PIC X(40) FROM WS-M-LINE9.
               05 LINE 13 COLUMN 5 PIC X(40) FROM WS-M-LINE10.
               05 LINE 14 COLUMN 5 PIC X(40) FROM WS-M-LINE11.
               05 LINE 15 COLUMN 5 PIC X(40) FROM WS-M-LINE12.
               05 LINE 16 COLUMN 5 PIC X(40) FROM WS-M-LINE13.
               05 LINE 17 COLUMN 5 PIC X(40) FROM WS-M-LINE14.
               05 LINE 18 COLUMN 5 PIC X(40) FROM WS-M-LINE15.
               05 LINE 4 COLUMN 45 PIC X(35) FROM WS-M-LINE16.
               05 LINE 5 COLUMN 45 PIC X(35) FROM WS-M-LINE17.
               05 LINE 6 COLUMN 45 PIC X(35) FROM WS-M-LINE18.
               05 LINE 7 COLUMN 45 PIC X(35) FROM WS-M-LINE19.
               05 LINE 20 COLUMN 5 VALUE 'CHOICE (E=END):'.
               05 LINE 20 COLUMN 22 PIC X(2) USING WS-CHOICE.
               05 LINE 22 COLUMN 5 PIC X(60) FROM WS-SCR-MESSAGE.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
      * it is never shown.
           MOVE SPACES TO WS-M-LINE1 WS-M-LINE2 WS-M-LINE3
               WS-M-LINE4 WS-M-LINE5 WS-M-LINE6 WS-M-LINE7
               WS-M-LINE8 WS-M-LINE9 WS-M-LINE10 WS-M-LINE11
               WS-M-LINE12 WS-M-LINE13 WS-M-LINE14 WS-M-LINE15
               WS-M-LINE16 WS-M-LINE17 WS-M-LINE18 WS-M-LINE19.
           MOVE ' 1  BROWSE CATALOG' TO WS-M-LINE1.
           MOVE ' 2  LOOK UP ITEM BY CODE' TO WS-M-LINE2.
           MOVE ' 3  INQUIRY WORKSTATION' TO WS-M-LINE3.
           MOVE ' 5  MAINTAIN ITEM LORE' TO WS-M-LINE5.
           MOVE ' 6  MAINTAIN RESERVATIONS' TO WS-M-LINE6.
           MOVE ' 7  MAINTAIN PENDING PRICES' TO WS-M-LINE7.
           MOVE '12  MAINTAIN CUSTOMERS' TO WS-M-LINE12.
           MOVE '13  MAINTAIN PURCHASE ORDERS' TO WS-M-LINE13.
           MOVE '14  MAINTAIN SALES ORDERS' TO WS-M-LINE14.
           MOVE '15  MAINTAIN VENDOR PART XREF' TO WS-M-LINE15.
           MOVE '16  SERVICE WORK ORDERS' TO WS-M-LINE16.
           MOVE '17  ITEM RENTALS' TO WS-M-LINE17.
           MOVE '19  REGENERATE SEQUENTIAL CATALOG' TO WS-M-LINE19.

           ADD-SUPERVISOR-LINES.
           MOVE ' 8  MAINTAIN USERS' TO WS-M-LINE8.
           MOVE ' 9  CYCLE COUNT RECONCILE' TO WS-M-LINE9.
           MOVE '10  PURGE DISCONTINUED ITEMS' TO WS-M-LINE10.
           MOVE '11  CATALOG LOCK UTILITY' TO WS-M-LINE11.
           MOVE '18  APPROVE HELD CHANGES' TO WS-M-LINE18.

           TAKE-ONE-CHOICE.
           MOVE SPACES TO WS-CHOICE.
                       MOVE 'catalog-lock-util' TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '12'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-customers' TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '13'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-purchase-orders'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '14'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-sales-orders'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '15'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-vendor-xref'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '16'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-work-orders'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '17'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'maintain-rentals'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '18'
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'approve-changes' TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN '19'
                   PERFORM CHECK-MAINTENANCE-ROLE
                   IF WS-SCR-MESSAGE = SPACES
                       MOVE 'catalog-regenerate'
                           TO WS-PROGRAM-PART
                       PERFORM LAUNCH-PROGRAM
                   END-IF
               WHEN OTHER
                   MOVE 'UNRECOGNIZED CHOICE' TO WS-SCR-MESSAGE
           END-EVALUATE.
