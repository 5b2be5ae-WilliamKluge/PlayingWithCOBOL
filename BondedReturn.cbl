      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly bonded-stock return for the customs office -
      *          for every item that has been through the bonded
      *          warehouse, the duty-unpaid stock held at the start
      *          of the month, what was received into bond, released
      *          from it (with the duty that fell due) or written off
      *          inside it during the month, and what is left in bond
      *          at the end - all rebuilt from the bonded activity log
      *          (see BACTREC).  Ad hoc, run after month end the way
      *          the consignment settlement is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONDED-RETURN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Every bonded movement the posting run accepted -
      * BONDACTFILE env var, defaults to bondactivity.txt (see
      * BACTWRT)
           SELECT BACT-FILE ASSIGN DYNAMIC WS-BACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACT-STATUS.
      * Catalog enqueue - see LOCKREC/LOCKMGR
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * Shared run-statistics log - see RUNSREC/RUNSWRT
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD BACT-FILE.
           01 BACT-FILE-REC.
               COPY BACTREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY BACTWS.
           01 WS-BACT-EOF              PIC A(1).
      * Per-item movement sums, in the order the items first appear
      * in the log.  Quantities and values are signed so a log that
      * has lost a receipt shows up as a negative balance rather
      * than wrapping.
           01 WS-RET-CNT               PIC 9(4) VALUE 0.
           01 WS-RET-TABLE.
               05 WS-RET-ROW OCCURS 1000 TIMES.
                   10 WS-RT-ITEM-CODE     PIC X(6).
                   10 WS-RT-CATEGORY      PIC X(12).
                   10 WS-RT-OPEN-QTY      PIC S9(7).
                   10 WS-RT-OPEN-VALUE    PIC S9(11)V99.
                   10 WS-RT-RCPT-QTY      PIC 9(7).
                   10 WS-RT-RCPT-VALUE    PIC 9(11)V99.
                   10 WS-RT-REL-QTY       PIC 9(7).
                   10 WS-RT-REL-VALUE     PIC 9(11)V99.
                   10 WS-RT-WOFF-QTY      PIC 9(7).
                   10 WS-RT-WOFF-VALUE    PIC 9(11)V99.
                   10 WS-RT-DUTY          PIC 9(11)V99.
           01 WS-RET-CAPACITY          PIC 9(4) VALUE 1000.
           01 WS-RET-DROPPED           PIC 9(5) VALUE 0.
           01 WS-RET-SCAN              PIC 9(4).
           01 WS-RET-IX                PIC 9(4).
      * Duty due by category, for the summary at the foot.
           01 WS-CDUTY-CNT             PIC 9(3) VALUE 0.
           01 WS-CDUTY-TABLE.
               05 WS-CDUTY-ROW OCCURS 100 TIMES.
                   10 WS-CD-CATEGORY      PIC X(12).
                   10 WS-CD-REL-QTY       PIC 9(7).
                   10 WS-CD-DUTY          PIC 9(11)V99.
           01 WS-CDUTY-CAPACITY        PIC 9(3) VALUE 100.
           01 WS-CDUTY-SCAN            PIC 9(3).
           01 WS-CDUTY-IX              PIC 9(3).
      * BONDPERIOD (YYYYMM) picks the month - the current month when
      * unset, so a run on the first of the month wants it set to
      * the month just closed.
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-PERIOD-START-INT      PIC 9(7).
           01 WS-PERIOD-END-INT        PIC 9(7).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
           01 WS-DATE-IN               PIC X(10).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DATE-INT              PIC 9(7).
           01 WS-DATE-OK               PIC A(1).
           01 WS-CLOSE-QTY             PIC S9(7).
           01 WS-CLOSE-VALUE           PIC S9(11)V99.
           01 WS-TOT-OPEN-QTY          PIC S9(9) VALUE 0.
           01 WS-TOT-OPEN-VALUE        PIC S9(11)V99 VALUE 0.
           01 WS-TOT-RCPT-QTY          PIC 9(9) VALUE 0.
           01 WS-TOT-RCPT-VALUE        PIC 9(11)V99 VALUE 0.
           01 WS-TOT-REL-QTY           PIC 9(9) VALUE 0.
           01 WS-TOT-REL-VALUE         PIC 9(11)V99 VALUE 0.
           01 WS-TOT-WOFF-QTY          PIC 9(9) VALUE 0.
           01 WS-TOT-WOFF-VALUE        PIC 9(11)V99 VALUE 0.
           01 WS-TOT-DUTY              PIC 9(11)V99 VALUE 0.
           01 WS-TOT-CLOSE-QTY         PIC S9(9) VALUE 0.
           01 WS-TOT-CLOSE-VALUE       PIC S9(11)V99 VALUE 0.
           01 WS-ACT-READ              PIC 9(7) VALUE 0.
           01 WS-ACT-IN-PERIOD         PIC 9(5) VALUE 0.
           01 WS-ACT-BAD-DATE          PIC 9(5) VALUE 0.
           01 WS-ACT-AFTER             PIC 9(5) VALUE 0.
           01 WS-ITEMS-PRINTED         PIC 9(4) VALUE 0.
           01 WS-QTY-EDIT              PIC -ZZZZZ9.
           01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99.
           01 WS-NET-EDIT              PIC -ZZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'BONDED-RETURN' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-RETURN-PARAMETERS.
           INITIALIZE WS-RET-TABLE.
           INITIALIZE WS-CDUTY-TABLE.
      * The posting run appends the activity log under the exclusive
      * enqueue - read it under the shared one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM SUM-BOND-ACTIVITY-LOG.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-BONDED-RETURN.
           INITIALIZE WS-RUNS.
           MOVE WS-ACT-IN-PERIOD TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-ACT-BAD-DATE TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-RETURN-PARAMETERS.
           PERFORM BUILD-RUN-DATE-TIME.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'BONDPERIOD'.
           IF WS-PERIOD-IN = SPACES
               STRING WS-CURR-YYYY WS-CURR-MM
                   DELIMITED BY SIZE INTO WS-PERIOD-IN
               DISPLAY 'BONDPERIOD NOT SET - RETURNING THE CURRENT '
                   'MONTH ' WS-PERIOD-IN
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'BONDPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
               STOP RUN RETURNING 16
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-PERIOD-IN '01' DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-NEXT-YYYY WS-NEXT-MM '01'
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.

           CONVERT-DATE-IN.
      * WS-DATE-IN (MM/DD/YYYY) to a day number in WS-DATE-INT -
      * WS-DATE-OK says N for a blank or mangled date.
           MOVE 'N' TO WS-DATE-OK.
           MOVE 0 TO WS-DATE-INT.
           MOVE SPACES TO WS-DATE-KEY.
           STRING WS-DATE-IN (7:4) WS-DATE-IN (1:2) WS-DATE-IN (4:2)
               DELIMITED BY SIZE INTO WS-DATE-KEY.
           IF WS-DATE-KEY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-KEY TO WS-DATE-NUM.
           IF WS-DATE-NUM < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE 'Y' TO WS-DATE-OK.

           SUM-BOND-ACTIVITY-LOG.
      * Everything before the month builds the opening balance,
      * the month itself the movements; later lines are ignored so
      * a past month can be re-run.  No log yet means nothing has
      * ever been bonded.
           PERFORM RESOLVE-BACT-FILENAME.
           OPEN INPUT BACT-FILE.
           IF WS-BACT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BACT-STATUS NOT = '00'
               DISPLAY 'BONDED ACTIVITY LOG NOT OPENED - FILE STATUS '
                   WS-BACT-STATUS
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-BACT-EOF.
           PERFORM UNTIL WS-BACT-EOF = 'Y'
               READ BACT-FILE INTO WS-BACT
                   AT END
                       MOVE 'Y' TO WS-BACT-EOF
                   NOT AT END
                       ADD 1 TO WS-ACT-READ
                       PERFORM SUM-ONE-BOND-ACTIVITY
               END-READ
           END-PERFORM.
           CLOSE BACT-FILE.

           SUM-ONE-BOND-ACTIVITY.
           MOVE BACT-RUN-DATE OF WS-BACT TO WS-DATE-IN.
           PERFORM CONVERT-DATE-IN.
           IF WS-DATE-OK = 'N'
               ADD 1 TO WS-ACT-BAD-DATE
               DISPLAY 'BONDED LINE HAS NO VALID DATE - NOT RETURNED: '
                   BACT-ITEM-CODE OF WS-BACT ' '
                   BACT-REFERENCE OF WS-BACT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT > WS-PERIOD-END-INT
               ADD 1 TO WS-ACT-AFTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RETURN-ITEM.
           IF WS-RET-IX = 0
               ADD 1 TO WS-RET-DROPPED
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-INT < WS-PERIOD-START-INT
               IF BACT-TYPE OF WS-BACT = 'R'
                   ADD BACT-QTY OF WS-BACT
                       TO WS-RT-OPEN-QTY (WS-RET-IX)
                   ADD BACT-VALUE OF WS-BACT
                       TO WS-RT-OPEN-VALUE (WS-RET-IX)
               ELSE
                   SUBTRACT BACT-QTY OF WS-BACT
                       FROM WS-RT-OPEN-QTY (WS-RET-IX)
                   SUBTRACT BACT-VALUE OF WS-BACT
                       FROM WS-RT-OPEN-VALUE (WS-RET-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACT-IN-PERIOD.
           IF BACT-TYPE OF WS-BACT = 'R'
               ADD BACT-QTY OF WS-BACT TO WS-RT-RCPT-QTY (WS-RET-IX)
               ADD BACT-VALUE OF WS-BACT
                   TO WS-RT-RCPT-VALUE (WS-RET-IX)
           ELSE
           IF BACT-TYPE OF WS-BACT = 'W'
               ADD BACT-QTY OF WS-BACT TO WS-RT-WOFF-QTY (WS-RET-IX)
               ADD BACT-VALUE OF WS-BACT
                   TO WS-RT-WOFF-VALUE (WS-RET-IX)
           ELSE
               ADD BACT-QTY OF WS-BACT TO WS-RT-REL-QTY (WS-RET-IX)
               ADD BACT-VALUE OF WS-BACT
                   TO WS-RT-REL-VALUE (WS-RET-IX)
               ADD BACT-DUTY-AMOUNT OF WS-BACT
                   TO WS-RT-DUTY (WS-RET-IX)
               PERFORM ADD-CATEGORY-DUTY
           END-IF
           END-IF.

           FIND-RETURN-ITEM.
      * The item's row in WS-RET-IX, added on first sight - zero
      * when the table is full.
           MOVE 0 TO WS-RET-IX.
           PERFORM VARYING WS-RET-SCAN FROM 1 BY 1
           UNTIL WS-RET-SCAN > WS-RET-CNT
               IF WS-RT-ITEM-CODE (WS-RET-SCAN)
                   = BACT-ITEM-CODE OF WS-BACT
                   MOVE WS-RET-SCAN TO WS-RET-IX
               END-IF
           END-PERFORM.
           IF WS-RET-IX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RET-CNT NOT < WS-RET-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RET-CNT.
           MOVE WS-RET-CNT TO WS-RET-IX.
           MOVE BACT-ITEM-CODE OF WS-BACT
               TO WS-RT-ITEM-CODE (WS-RET-IX).
           MOVE BACT-CATEGORY OF WS-BACT TO WS-RT-CATEGORY (WS-RET-IX).

           ADD-CATEGORY-DUTY.
           MOVE 0 TO WS-CDUTY-IX.
           PERFORM VARYING WS-CDUTY-SCAN FROM 1 BY 1
           UNTIL WS-CDUTY-SCAN > WS-CDUTY-CNT
               IF WS-CD-CATEGORY (WS-CDUTY-SCAN)
                   = BACT-CATEGORY OF WS-BACT
                   MOVE WS-CDUTY-SCAN TO WS-CDUTY-IX
               END-IF
           END-PERFORM.
           IF WS-CDUTY-IX = 0
               IF WS-CDUTY-CNT NOT < WS-CDUTY-CAPACITY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CDUTY-CNT
               MOVE WS-CDUTY-CNT TO WS-CDUTY-IX
               MOVE BACT-CATEGORY OF WS-BACT
                   TO WS-CD-CATEGORY (WS-CDUTY-IX)
           END-IF.
           ADD BACT-QTY OF WS-BACT TO WS-CD-REL-QTY (WS-CDUTY-IX).
           ADD BACT-DUTY-AMOUNT OF WS-BACT TO WS-CD-DUTY (WS-CDUTY-IX).

           PRINT-BONDED-RETURN.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'BONDED STOCK RETURN  PERIOD: ' WS-PERIOD-YYYY
               '-' WS-PERIOD-MM '  RUN DATE: ' WS-RUN-DATE-DISP.
           DISPLAY '================================================'.
           PERFORM VARYING WS-RET-IX FROM 1 BY 1
           UNTIL WS-RET-IX > WS-RET-CNT
               PERFORM PRINT-ONE-ITEM
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ALL BONDED ITEMS        QTY          VALUE'.
           MOVE WS-TOT-OPEN-QTY TO WS-QTY-EDIT.
           MOVE WS-TOT-OPEN-VALUE TO WS-NET-EDIT.
           DISPLAY '  OPENING IN BOND   ' WS-QTY-EDIT ' ' WS-NET-EDIT.
           MOVE WS-TOT-RCPT-QTY TO WS-QTY-EDIT.
           MOVE WS-TOT-RCPT-VALUE TO WS-AMOUNT-EDIT.
           DISPLAY '  RECEIVED INTO BOND' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-TOT-REL-QTY TO WS-QTY-EDIT.
           MOVE WS-TOT-REL-VALUE TO WS-AMOUNT-EDIT.
           DISPLAY '  RELEASED          ' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-TOT-WOFF-QTY TO WS-QTY-EDIT.
           MOVE WS-TOT-WOFF-VALUE TO WS-AMOUNT-EDIT.
           DISPLAY '  WRITTEN OFF       ' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-TOT-CLOSE-QTY TO WS-QTY-EDIT.
           MOVE WS-TOT-CLOSE-VALUE TO WS-NET-EDIT.
           DISPLAY '  CLOSING IN BOND   ' WS-QTY-EDIT ' ' WS-NET-EDIT.
           DISPLAY ' '.
           DISPLAY 'DUTY DUE BY CATEGORY   RELEASED       DUTY DUE'.
           PERFORM VARYING WS-CDUTY-IX FROM 1 BY 1
           UNTIL WS-CDUTY-IX > WS-CDUTY-CNT
               MOVE WS-CD-REL-QTY (WS-CDUTY-IX) TO WS-QTY-EDIT
               MOVE WS-CD-DUTY (WS-CDUTY-IX) TO WS-AMOUNT-EDIT
               DISPLAY '  ' WS-CD-CATEGORY (WS-CDUTY-IX) '       '
                   WS-QTY-EDIT '  ' WS-AMOUNT-EDIT
           END-PERFORM.
           MOVE WS-TOT-DUTY TO WS-AMOUNT-EDIT.
           DISPLAY 'TOTAL DUTY DUE:                   ' WS-AMOUNT-EDIT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ITEMS RETURNED:               ' WS-ITEMS-PRINTED.
           DISPLAY 'ACTIVITY LINES IN PERIOD:     ' WS-ACT-IN-PERIOD.
           IF WS-ACT-AFTER > 0
               DISPLAY 'LINES AFTER THE PERIOD (IGNORED): '
                   WS-ACT-AFTER
           END-IF.
           IF WS-ACT-BAD-DATE > 0
               DISPLAY 'LINES WITH NO VALID DATE:     ' WS-ACT-BAD-DATE
           END-IF.
           IF WS-RET-DROPPED > 0
               DISPLAY 'LINES NOT RETURNED (ITEM TABLE FULL): '
                   WS-RET-DROPPED ' - RETURN IS INCOMPLETE'
           END-IF.

           PRINT-ONE-ITEM.
      * Items with nothing in bond and no movement in the month have
      * nothing to declare.
           COMPUTE WS-CLOSE-QTY = WS-RT-OPEN-QTY (WS-RET-IX)
               + WS-RT-RCPT-QTY (WS-RET-IX)
               - WS-RT-REL-QTY (WS-RET-IX)
               - WS-RT-WOFF-QTY (WS-RET-IX).
           COMPUTE WS-CLOSE-VALUE = WS-RT-OPEN-VALUE (WS-RET-IX)
               + WS-RT-RCPT-VALUE (WS-RET-IX)
               - WS-RT-REL-VALUE (WS-RET-IX)
               - WS-RT-WOFF-VALUE (WS-RET-IX).
           IF WS-RT-OPEN-QTY (WS-RET-IX) = 0
               AND WS-RT-RCPT-QTY (WS-RET-IX) = 0
               AND WS-RT-REL-QTY (WS-RET-IX) = 0
               AND WS-RT-WOFF-QTY (WS-RET-IX) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEMS-PRINTED.
           ADD WS-RT-OPEN-QTY (WS-RET-IX) TO WS-TOT-OPEN-QTY.
           ADD WS-RT-OPEN-VALUE (WS-RET-IX) TO WS-TOT-OPEN-VALUE.
           ADD WS-RT-RCPT-QTY (WS-RET-IX) TO WS-TOT-RCPT-QTY.
           ADD WS-RT-RCPT-VALUE (WS-RET-IX) TO WS-TOT-RCPT-VALUE.
           ADD WS-RT-REL-QTY (WS-RET-IX) TO WS-TOT-REL-QTY.
           ADD WS-RT-REL-VALUE (WS-RET-IX) TO WS-TOT-REL-VALUE.
           ADD WS-RT-WOFF-QTY (WS-RET-IX) TO WS-TOT-WOFF-QTY.
           ADD WS-RT-WOFF-VALUE (WS-RET-IX) TO WS-TOT-WOFF-VALUE.
           ADD WS-RT-DUTY (WS-RET-IX) TO WS-TOT-DUTY.
           ADD WS-CLOSE-QTY TO WS-TOT-CLOSE-QTY.
           ADD WS-CLOSE-VALUE TO WS-TOT-CLOSE-VALUE.
           DISPLAY ' '.
           DISPLAY 'ITEM: ' WS-RT-ITEM-CODE (WS-RET-IX) ' '
               WS-RT-CATEGORY (WS-RET-IX)
               '          QTY          VALUE'.
           MOVE WS-RT-OPEN-QTY (WS-RET-IX) TO WS-QTY-EDIT.
           MOVE WS-RT-OPEN-VALUE (WS-RET-IX) TO WS-NET-EDIT.
           DISPLAY '  OPENING IN BOND   ' WS-QTY-EDIT ' ' WS-NET-EDIT.
           MOVE WS-RT-RCPT-QTY (WS-RET-IX) TO WS-QTY-EDIT.
           MOVE WS-RT-RCPT-VALUE (WS-RET-IX) TO WS-AMOUNT-EDIT.
           DISPLAY '  RECEIVED INTO BOND' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-RT-REL-QTY (WS-RET-IX) TO WS-QTY-EDIT.
           MOVE WS-RT-REL-VALUE (WS-RET-IX) TO WS-AMOUNT-EDIT.
           DISPLAY '  RELEASED          ' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-RT-DUTY (WS-RET-IX) TO WS-AMOUNT-EDIT.
           DISPLAY '    DUTY DUE        ' '         ' WS-AMOUNT-EDIT.
           MOVE WS-RT-WOFF-QTY (WS-RET-IX) TO WS-QTY-EDIT.
           MOVE WS-RT-WOFF-VALUE (WS-RET-IX) TO WS-AMOUNT-EDIT.
           DISPLAY '  WRITTEN OFF       ' WS-QTY-EDIT '  '
               WS-AMOUNT-EDIT.
           MOVE WS-CLOSE-QTY TO WS-QTY-EDIT.
           MOVE WS-CLOSE-VALUE TO WS-NET-EDIT.
           DISPLAY '  CLOSING IN BOND   ' WS-QTY-EDIT ' ' WS-NET-EDIT.

           COPY DATEFMT.
           COPY SIGNON.
           COPY BACTWRT.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM BONDED-RETURN.
