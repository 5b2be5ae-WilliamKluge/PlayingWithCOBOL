      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Daily customer returns register over the returns
      *          log the posting run appends to - the day's accepted
      *          returns grouped by reason code with per-reason
      *          quantity, refund and cost totals, and beside each
      *          line how many times that item has come back for the
      *          same reason in the last 90 days, so an item that
      *          keeps coming back cursed is seen by the buyer
      *          instead of being quietly restocked.  RETURNSDATE
      *          (MM/DD/YYYY) reprints an earlier day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNS-REGISTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The permanent returns log - RETURNLOGFILE env var, defaults
      * to returnslog.txt (see RTLGREC/RTLGRSLV)
           SELECT RTLG-FILE ASSIGN DYNAMIC WS-RTLG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTLG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RTLG-FILE.
           01 RTLG-FILE-REC.
               COPY RTLGREC.

           WORKING-STORAGE SECTION.
           COPY RTLGWS.
           COPY RTNRSN.
           COPY DATESTAMP.
      * The last 90 days of the log, each row with its date as a day
      * number so the recurrence window is a subtraction.
           01 WS-RTR-CNT               PIC 9(4) VALUE 0.
           01 WS-RTR-TABLE.
               03 WS-RTR-ROW OCCURS 5000 TIMES.
                   05 WS-RTR-DAY          PIC 9(8).
                   05 WS-RTR-RMA          PIC X(10).
                   05 WS-RTR-CUSTOMER     PIC X(10).
                   05 WS-RTR-CODE         PIC X(6).
                   05 WS-RTR-QTY          PIC 9(5).
                   05 WS-RTR-REASON       PIC X(2).
                   05 WS-RTR-INVOICE      PIC X(10).
                   05 WS-RTR-LOCATION     PIC X(4).
                   05 WS-RTR-REFUND       PIC 9(11)V99.
                   05 WS-RTR-COST         PIC 9(11)V99.
           01 WS-RTR-CAPACITY          PIC 9(4) VALUE 5000.
           01 WS-RTR-DROPPED           PIC 9(4) VALUE 0.
           01 WS-RTR-SCAN              PIC 9(4).
           01 WS-RTR-CMP               PIC 9(4).
      * The day being reported and the start of the 90-day window.
           01 WS-REPORT-DATE           PIC X(10).
           01 WS-REPORT-DATE-KEY       PIC 9(8).
           01 WS-REPORT-DAY            PIC 9(8).
           01 WS-WINDOW-DAYS           PIC 9(3) VALUE 90.
           01 WS-WINDOW-START          PIC 9(8).
           01 WS-ROW-DATE-KEY          PIC 9(8).
           01 WS-ROW-DAY               PIC 9(8).
           01 WS-TABLE-INDEX           PIC 9(10).
      * "Boolean" for saying if we have reached the end of the file
           01 WS-EOF                   PIC A(1).
      * Per-reason and report totals.
           01 WS-RSN-LINE-CNT          PIC 9(5).
           01 WS-RSN-QTY               PIC 9(7).
           01 WS-RSN-REFUND            PIC 9(11)V99.
           01 WS-RSN-COST              PIC 9(11)V99.
           01 WS-TOT-LINE-CNT          PIC 9(5) VALUE 0.
           01 WS-TOT-QTY               PIC 9(7) VALUE 0.
           01 WS-TOT-REFUND            PIC 9(11)V99 VALUE 0.
           01 WS-TOT-COST              PIC 9(11)V99 VALUE 0.
           01 WS-REPEAT-CNT            PIC 9(4).
           01 WS-REPEAT-ITEM-CNT       PIC 9(4) VALUE 0.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
           01 WS-COST-EDIT             PIC ZZZZZZZZZ9.99.
           COPY BANNER.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'RETURNS-REGISTER' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM BUILD-RUN-DATE-TIME.
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT 'RETURNSDATE'.
           IF WS-REPORT-DATE = SPACES
               MOVE WS-RUN-DATE-DISP TO WS-REPORT-DATE
           END-IF.
           IF WS-REPORT-DATE (1:2) NOT NUMERIC
               OR WS-REPORT-DATE (4:2) NOT NUMERIC
               OR WS-REPORT-DATE (7:4) NOT NUMERIC
               DISPLAY 'RETURNSDATE MUST BE MM/DD/YYYY - GOT '
                   WS-REPORT-DATE
               STOP RUN RETURNING 16
           END-IF.
           MOVE WS-REPORT-DATE (7:4) TO WS-REPORT-DATE-KEY (1:4).
           MOVE WS-REPORT-DATE (1:2) TO WS-REPORT-DATE-KEY (5:2).
           MOVE WS-REPORT-DATE (4:2) TO WS-REPORT-DATE-KEY (7:2).
           COMPUTE WS-REPORT-DAY =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-KEY).
           COMPUTE WS-WINDOW-START =
               WS-REPORT-DAY - WS-WINDOW-DAYS + 1.
           PERFORM RESOLVE-RTLG-FILENAME.
           OPEN INPUT RTLG-FILE.
           IF WS-RTLG-STATUS = '35'
               DISPLAY 'NO RETURNS ON FILE - NOTHING TO REPORT'
               STOP RUN
           END-IF.
           IF WS-RTLG-STATUS NOT = '00'
               DISPLAY 'RETURNS LOG NOT OPENED - FILE STATUS '
                   WS-RTLG-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM LOAD-RETURNS-WINDOW.
           CLOSE RTLG-FILE.
           PERFORM PRINT-RETURNS-REGISTER.
           STOP RUN.

           LOAD-RETURNS-WINDOW.
      * Only the 90 days up to the report date are kept - the day's
      * lines to print and the history behind the repeat counts.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RTLG-FILE INTO WS-RTLG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-ONE-RETURN
               END-READ
           END-PERFORM.
           IF WS-RTR-DROPPED > 0
               DISPLAY 'RETURNS WINDOW EXCEEDS CAPACITY, '
                   WS-RTR-DROPPED ' RECORDS DROPPED FROM REPORT'
           END-IF.

           KEEP-ONE-RETURN.
           IF RTLG-RUN-DATE OF WS-RTLG (1:2) NOT NUMERIC
               OR RTLG-RUN-DATE OF WS-RTLG (4:2) NOT NUMERIC
               OR RTLG-RUN-DATE OF WS-RTLG (7:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE RTLG-RUN-DATE OF WS-RTLG (7:4)
               TO WS-ROW-DATE-KEY (1:4).
           MOVE RTLG-RUN-DATE OF WS-RTLG (1:2)
               TO WS-ROW-DATE-KEY (5:2).
           MOVE RTLG-RUN-DATE OF WS-RTLG (4:2)
               TO WS-ROW-DATE-KEY (7:2).
           COMPUTE WS-ROW-DAY =
               FUNCTION INTEGER-OF-DATE (WS-ROW-DATE-KEY).
           IF WS-ROW-DAY < WS-WINDOW-START
               OR WS-ROW-DAY > WS-REPORT-DAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTR-CNT NOT < WS-RTR-CAPACITY
               ADD 1 TO WS-RTR-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RTR-CNT.
           MOVE WS-ROW-DAY TO WS-RTR-DAY (WS-RTR-CNT).
           MOVE RTLG-RMA-NUMBER OF WS-RTLG TO WS-RTR-RMA (WS-RTR-CNT).
           MOVE RTLG-CUSTOMER OF WS-RTLG
               TO WS-RTR-CUSTOMER (WS-RTR-CNT).
           MOVE RTLG-ITEM-CODE OF WS-RTLG TO WS-RTR-CODE (WS-RTR-CNT).
           MOVE RTLG-QTY OF WS-RTLG TO WS-RTR-QTY (WS-RTR-CNT).
           MOVE RTLG-REASON OF WS-RTLG TO WS-RTR-REASON (WS-RTR-CNT).
           MOVE RTLG-ORIG-INVOICE OF WS-RTLG
               TO WS-RTR-INVOICE (WS-RTR-CNT).
           MOVE RTLG-LOCATION OF WS-RTLG
               TO WS-RTR-LOCATION (WS-RTR-CNT).
           MOVE RTLG-REFUND OF WS-RTLG TO WS-RTR-REFUND (WS-RTR-CNT).
           MOVE RTLG-COST OF WS-RTLG TO WS-RTR-COST (WS-RTR-CNT).

           PRINT-RETURNS-REGISTER.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER RETURNS REGISTER  FOR: ' WS-REPORT-DATE
               '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY 'RETURNS LOG: ' FUNCTION TRIM (WS-RTLG-FILENAME).
           DISPLAY '================================================'.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
           UNTIL WS-RSN-IX > WS-RSN-CNT
               PERFORM PRINT-ONE-REASON
           END-PERFORM.
           DISPLAY '------------------------------------------------'.
           MOVE WS-TOT-REFUND TO WS-AMOUNT-EDIT.
           MOVE WS-TOT-COST TO WS-COST-EDIT.
           DISPLAY 'TOTAL RETURNS: ' WS-TOT-LINE-CNT
               '  QTY: ' WS-TOT-QTY.
           DISPLAY 'TOTAL REFUNDED: ' WS-AMOUNT-EDIT
               '  COST RESTORED: ' WS-COST-EDIT.
           DISPLAY 'LINES FOR ITEMS RETURNED REPEATEDLY IN '
               WS-WINDOW-DAYS ' DAYS: ' WS-REPEAT-ITEM-CNT.
           DISPLAY 'END OF REPORT'.

           PRINT-ONE-REASON.
      * One block per reason code that saw a return on the day -
      * quiet reasons print nothing.
           MOVE 0 TO WS-RSN-LINE-CNT.
           MOVE 0 TO WS-RSN-QTY.
           MOVE 0 TO WS-RSN-REFUND.
           MOVE 0 TO WS-RSN-COST.
           PERFORM VARYING WS-RTR-SCAN FROM 1 BY 1
           UNTIL WS-RTR-SCAN > WS-RTR-CNT
               IF WS-RTR-DAY (WS-RTR-SCAN) = WS-REPORT-DAY
                   AND WS-RTR-REASON (WS-RTR-SCAN)
                       = WS-RSN-CODE (WS-RSN-IX)
                   IF WS-RSN-LINE-CNT = 0
                       DISPLAY ' '
                       DISPLAY 'REASON: ' WS-RSN-CODE (WS-RSN-IX) ' '
                           WS-RSN-DESC (WS-RSN-IX)
                       DISPLAY 'RMA        CUSTOMER   CODE   QTY   '
                           'LOC  INVOICE        REFUND  90D'
                   END-IF
                   PERFORM PRINT-ONE-RETURN
               END-IF
           END-PERFORM.
           IF WS-RSN-LINE-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSN-REFUND TO WS-AMOUNT-EDIT.
           MOVE WS-RSN-COST TO WS-COST-EDIT.
           DISPLAY '  ' WS-RSN-CODE (WS-RSN-IX) ' RETURNS: '
               WS-RSN-LINE-CNT '  QTY: ' WS-RSN-QTY
               '  REFUND: ' WS-AMOUNT-EDIT '  COST: ' WS-COST-EDIT.
           ADD WS-RSN-LINE-CNT TO WS-TOT-LINE-CNT.
           ADD WS-RSN-QTY TO WS-TOT-QTY.
           ADD WS-RSN-REFUND TO WS-TOT-REFUND.
           ADD WS-RSN-COST TO WS-TOT-COST.

           PRINT-ONE-RETURN.
      * How often this item came back for this reason inside the
      * window, today's line included - more than once is flagged.
           MOVE 0 TO WS-REPEAT-CNT.
           PERFORM VARYING WS-RTR-CMP FROM 1 BY 1
           UNTIL WS-RTR-CMP > WS-RTR-CNT
               IF WS-RTR-CODE (WS-RTR-CMP) = WS-RTR-CODE (WS-RTR-SCAN)
                   AND WS-RTR-REASON (WS-RTR-CMP)
                       = WS-RTR-REASON (WS-RTR-SCAN)
                   ADD 1 TO WS-REPEAT-CNT
               END-IF
           END-PERFORM.
           MOVE WS-RTR-REFUND (WS-RTR-SCAN) TO WS-AMOUNT-EDIT.
           IF WS-REPEAT-CNT > 1
               ADD 1 TO WS-REPEAT-ITEM-CNT
               DISPLAY WS-RTR-RMA (WS-RTR-SCAN) ' '
                   WS-RTR-CUSTOMER (WS-RTR-SCAN) ' '
                   WS-RTR-CODE (WS-RTR-SCAN) ' '
                   WS-RTR-QTY (WS-RTR-SCAN) ' '
                   WS-RTR-LOCATION (WS-RTR-SCAN) ' '
                   WS-RTR-INVOICE (WS-RTR-SCAN) ' '
                   WS-AMOUNT-EDIT ' ' WS-REPEAT-CNT ' **'
           ELSE
               DISPLAY WS-RTR-RMA (WS-RTR-SCAN) ' '
                   WS-RTR-CUSTOMER (WS-RTR-SCAN) ' '
                   WS-RTR-CODE (WS-RTR-SCAN) ' '
                   WS-RTR-QTY (WS-RTR-SCAN) ' '
                   WS-RTR-LOCATION (WS-RTR-SCAN) ' '
                   WS-RTR-INVOICE (WS-RTR-SCAN) ' '
                   WS-AMOUNT-EDIT ' ' WS-REPEAT-CNT
           END-IF.
           ADD 1 TO WS-RSN-LINE-CNT.
           ADD WS-RTR-QTY (WS-RTR-SCAN) TO WS-RSN-QTY.
           ADD WS-RTR-REFUND (WS-RTR-SCAN) TO WS-RSN-REFUND.
           ADD WS-RTR-COST (WS-RTR-SCAN) TO WS-RSN-COST.

           COPY DATEFMT.
           COPY SIGNON.
           COPY RTLGRSLV.

       END PROGRAM RETURNS-REGISTER.
