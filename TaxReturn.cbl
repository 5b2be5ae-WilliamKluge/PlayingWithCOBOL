      ******************************************************************
      * Author: William Kluge
      * Date: 2026-10-15
      * Purpose: Monthly sales tax and guild levy return - for the
      *          month named by TAXPERIOD (YYYYMM), every day's
      *          revenue journal is read and, per jurisdiction, the
      *          sales the crown tax was charged on, the sales exempt
      *          from it (exempt customers and zero-rated categories,
      *          shown apart) and the tax due are totalled, and the
      *          same again for the guild levy - the figures the
      *          returns are filed from.  Customer returns come off
      *          the month they were taken back in, as they came off
      *          the GL liability that day.  Lines booked before tax
      *          was charged, and rental income, which bears none,
      *          are counted at the foot so the return reconciles to
      *          the journal (see RVNREC/TAXREC).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RETURN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Each day's revenue journal in the month - see RVNREC
           SELECT REVENUE-FILE ASSIGN DYNAMIC WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVENUE-STATUS.
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
           FD REVENUE-FILE.
           01 REVENUE-FILE-REC.
               COPY RVNREC.
           FD LOCK-FILE.
           01 LOCK-REC                 PIC X(70).
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).

           WORKING-STORAGE SECTION.
           COPY RVNWS.
      * The month - TAXPERIOD as YYYYMM.
           01 WS-PERIOD-IN             PIC X(6).
           01 WS-PERIOD-NUM REDEFINES WS-PERIOD-IN.
               05 WS-PERIOD-YYYY          PIC 9(4).
               05 WS-PERIOD-MM            PIC 9(2).
           01 WS-PERIOD-START-INT      PIC 9(7).
           01 WS-PERIOD-END-INT        PIC 9(7).
           01 WS-NEXT-YYYY             PIC 9(4).
           01 WS-NEXT-MM               PIC 9(2).
           01 WS-DATE-KEY              PIC X(8).
           01 WS-DATE-NUM              PIC 9(8).
           01 WS-DAY-INT               PIC 9(7).
      * Per-jurisdiction return lines - the crown tax and the guild
      * levy each split into the sales taxed, the sales exempt by
      * customer, the sales zero-rated by category, and what is due.
           01 WS-TR-CNT                PIC 9(3) VALUE 0.
           01 WS-TR-TABLE.
               05 WS-TR-ROW OCCURS 100 TIMES.
                   10 WS-TR-JURIS         PIC X(4).
                   10 WS-TR-TAX-TAXABLE   PIC S9(11)V99.
                   10 WS-TR-TAX-EXEMPT    PIC S9(11)V99.
                   10 WS-TR-TAX-ZERO      PIC S9(11)V99.
                   10 WS-TR-TAX-DUE       PIC S9(11)V99.
                   10 WS-TR-LEVY-TAXABLE  PIC S9(11)V99.
                   10 WS-TR-LEVY-EXEMPT   PIC S9(11)V99.
                   10 WS-TR-LEVY-ZERO     PIC S9(11)V99.
                   10 WS-TR-LEVY-DUE      PIC S9(11)V99.
           01 WS-TR-CAPACITY           PIC 9(3) VALUE 100.
           01 WS-TR-SCAN               PIC 9(3).
           01 WS-TR-IX                 PIC 9(3).
           01 WS-TR-TOTALS.
               05 WS-TRT-TAX-TAXABLE      PIC S9(11)V99 VALUE 0.
               05 WS-TRT-TAX-EXEMPT       PIC S9(11)V99 VALUE 0.
               05 WS-TRT-TAX-ZERO         PIC S9(11)V99 VALUE 0.
               05 WS-TRT-TAX-DUE          PIC S9(11)V99 VALUE 0.
               05 WS-TRT-LEVY-TAXABLE     PIC S9(11)V99 VALUE 0.
               05 WS-TRT-LEVY-EXEMPT      PIC S9(11)V99 VALUE 0.
               05 WS-TRT-LEVY-ZERO        PIC S9(11)V99 VALUE 0.
               05 WS-TRT-LEVY-DUE         PIC S9(11)V99 VALUE 0.
      * The line being placed - a return's sales and tax count
      * against the month, so they go in negative.
           01 WS-LINE-SALES            PIC S9(11)V99.
           01 WS-LINE-TAX              PIC S9(11)V99.
           01 WS-LINE-LEVY             PIC S9(11)V99.
      * Journal lines read, and the ones outside the return.
           01 WS-RVN-EOF               PIC A(1).
           01 WS-RVN-DAYS              PIC 9(3) VALUE 0.
           01 WS-RVN-LINES             PIC 9(5) VALUE 0.
           01 WS-TAXED-LINES           PIC 9(5) VALUE 0.
           01 WS-PRETAX-LINES          PIC 9(5) VALUE 0.
           01 WS-PRETAX-SALES          PIC S9(11)V99 VALUE 0.
           01 WS-RENTAL-LINES          PIC 9(5) VALUE 0.
           01 WS-RENTAL-INCOME         PIC S9(11)V99 VALUE 0.
           01 WS-OVERFLOW-CNT          PIC 9(5) VALUE 0.
           01 WS-SALES-EDIT            PIC -ZZZZZZZZZ9.99.
           01 WS-EXEMPT-EDIT           PIC -ZZZZZZZZZ9.99.
           01 WS-ZERO-EDIT             PIC -ZZZZZZZZZ9.99.
           01 WS-DUE-EDIT              PIC -ZZZZZZZZZ9.99.
           COPY DATESTAMP.
           COPY BANNER.
           COPY RUNSWS.
           COPY LOCKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           MOVE 'TAX-RETURN' TO WS-JOB-NAME.
           PERFORM PRINT-SIGN-ON-BANNER.
           PERFORM RESOLVE-RETURN-PERIOD.
      * The journals are appended by the posting run under the
      * exclusive enqueue - read them under the shared one.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM VARYING WS-DAY-INT FROM WS-PERIOD-START-INT BY 1
           UNTIL WS-DAY-INT > WS-PERIOD-END-INT
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DATE-NUM TO WS-DATE-KEY
               PERFORM SUM-ONE-DAYS-JOURNAL
           END-PERFORM.
           PERFORM RELEASE-CATALOG-LOCK.
           PERFORM PRINT-TAX-RETURN.
           INITIALIZE WS-RUNS.
           MOVE WS-RVN-LINES TO RUNS-ROWS-LOADED OF WS-RUNS.
           MOVE WS-OVERFLOW-CNT TO RUNS-OTHER-REJECTS OF WS-RUNS.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

           RESOLVE-RETURN-PERIOD.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT 'TAXPERIOD'.
           IF WS-PERIOD-IN = SPACES
               DISPLAY 'TAXPERIOD NOT SET - NAME THE MONTH TO FILE '
                   'AS YYYYMM'
               STOP RUN RETURNING 16
           END-IF.
           IF WS-PERIOD-IN IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'TAXPERIOD MUST BE YYYYMM: ' WS-PERIOD-IN
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

           SUM-ONE-DAYS-JOURNAL.
      * A day with no sales has no journal on disk.
           MOVE SPACES TO WS-REVENUE-FILENAME.
           STRING 'revenuejournal.' WS-DATE-KEY '.log'
               DELIMITED BY SIZE INTO WS-REVENUE-FILENAME.
           OPEN INPUT REVENUE-FILE.
           IF WS-REVENUE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REVENUE-STATUS NOT = '00'
               DISPLAY 'REVENUE JOURNAL NOT OPENED - FILE STATUS '
                   WS-REVENUE-STATUS ': '
                   FUNCTION TRIM (WS-REVENUE-FILENAME)
               PERFORM RELEASE-CATALOG-LOCK
               STOP RUN RETURNING 16
           END-IF.
           ADD 1 TO WS-RVN-DAYS.
           MOVE 'N' TO WS-RVN-EOF.
           PERFORM UNTIL WS-RVN-EOF = 'Y'
               READ REVENUE-FILE INTO WS-RVN
                   AT END
                       MOVE 'Y' TO WS-RVN-EOF
                   NOT AT END
                       PERFORM SUM-ONE-REVENUE-LINE
               END-READ
           END-PERFORM.
           CLOSE REVENUE-FILE.

           SUM-ONE-REVENUE-LINE.
           ADD 1 TO WS-RVN-LINES.
           IF RVN-TYPE OF WS-RVN = 'H' OR RVN-TYPE OF WS-RVN = 'F'
               ADD 1 TO WS-RENTAL-LINES
               ADD RVN-REVENUE OF WS-RVN TO WS-RENTAL-INCOME
               EXIT PARAGRAPH
           END-IF.
           IF RVN-TYPE OF WS-RVN = 'R'
               COMPUTE WS-LINE-SALES = 0 - RVN-REVENUE OF WS-RVN
           ELSE
               MOVE RVN-REVENUE OF WS-RVN TO WS-LINE-SALES
           END-IF.
      * A line written before tax was charged carries no codes.
           IF RVN-TAX-CODE OF WS-RVN = SPACE
               AND RVN-LEVY-CODE OF WS-RVN = SPACE
               ADD 1 TO WS-PRETAX-LINES
               ADD WS-LINE-SALES TO WS-PRETAX-SALES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-TAX.
           MOVE 0 TO WS-LINE-LEVY.
           IF RVN-TAX-AMOUNT OF WS-RVN IS NUMERIC
               MOVE RVN-TAX-AMOUNT OF WS-RVN TO WS-LINE-TAX
           END-IF.
           IF RVN-LEVY-AMOUNT OF WS-RVN IS NUMERIC
               MOVE RVN-LEVY-AMOUNT OF WS-RVN TO WS-LINE-LEVY
           END-IF.
           IF RVN-TYPE OF WS-RVN = 'R'
               COMPUTE WS-LINE-TAX = 0 - WS-LINE-TAX
               COMPUTE WS-LINE-LEVY = 0 - WS-LINE-LEVY
           END-IF.
           PERFORM FIND-RETURN-JURISDICTION.
           IF WS-TR-IX = 0
               ADD 1 TO WS-OVERFLOW-CNT
               DISPLAY 'TOO MANY JURISDICTIONS - LINE NOT FILED: '
                   RVN-JURISDICTION OF WS-RVN ' '
                   RVN-DOC-NO OF WS-RVN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAXED-LINES.
           EVALUATE RVN-TAX-CODE OF WS-RVN
               WHEN 'T'
                   ADD WS-LINE-SALES TO WS-TR-TAX-TAXABLE (WS-TR-IX)
                   ADD WS-LINE-TAX TO WS-TR-TAX-DUE (WS-TR-IX)
               WHEN 'X'
                   ADD WS-LINE-SALES TO WS-TR-TAX-EXEMPT (WS-TR-IX)
               WHEN OTHER
                   ADD WS-LINE-SALES TO WS-TR-TAX-ZERO (WS-TR-IX)
           END-EVALUATE.
           EVALUATE RVN-LEVY-CODE OF WS-RVN
               WHEN 'T'
                   ADD WS-LINE-SALES TO WS-TR-LEVY-TAXABLE (WS-TR-IX)
                   ADD WS-LINE-LEVY TO WS-TR-LEVY-DUE (WS-TR-IX)
               WHEN 'X'
                   ADD WS-LINE-SALES TO WS-TR-LEVY-EXEMPT (WS-TR-IX)
               WHEN OTHER
                   ADD WS-LINE-SALES TO WS-TR-LEVY-ZERO (WS-TR-IX)
           END-EVALUATE.

           FIND-RETURN-JURISDICTION.
      * Answers WS-TR-IX, adding the jurisdiction on first sight;
      * zero when the table is full.
           MOVE 0 TO WS-TR-IX.
           PERFORM VARYING WS-TR-SCAN FROM 1 BY 1
           UNTIL WS-TR-SCAN > WS-TR-CNT
               IF WS-TR-JURIS (WS-TR-SCAN)
                   = RVN-JURISDICTION OF WS-RVN
                   MOVE WS-TR-SCAN TO WS-TR-IX
               END-IF
           END-PERFORM.
           IF WS-TR-IX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TR-CNT NOT < WS-TR-CAPACITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TR-CNT.
           MOVE WS-TR-CNT TO WS-TR-IX.
           INITIALIZE WS-TR-ROW (WS-TR-IX).
           MOVE RVN-JURISDICTION OF WS-RVN TO WS-TR-JURIS (WS-TR-IX).

           PRINT-TAX-RETURN.
           PERFORM BUILD-RUN-DATE-TIME.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'SALES TAX AND GUILD LEVY RETURN  PERIOD: '
               WS-PERIOD-IN.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE-DISP
               '  JOURNAL DAYS READ: ' WS-RVN-DAYS.
           DISPLAY '================================================'.
           IF WS-TR-CNT = 0
               DISPLAY 'NO TAXED SALES IN THE PERIOD'
           END-IF.
           PERFORM VARYING WS-TR-SCAN FROM 1 BY 1
           UNTIL WS-TR-SCAN > WS-TR-CNT
               PERFORM PRINT-ONE-JURISDICTION
           END-PERFORM.
           IF WS-TR-CNT > 1
               DISPLAY ' '
               DISPLAY 'ALL JURISDICTIONS'
               PERFORM PRINT-COLUMN-HEADINGS
               MOVE WS-TRT-TAX-TAXABLE TO WS-SALES-EDIT
               MOVE WS-TRT-TAX-EXEMPT TO WS-EXEMPT-EDIT
               MOVE WS-TRT-TAX-ZERO TO WS-ZERO-EDIT
               MOVE WS-TRT-TAX-DUE TO WS-DUE-EDIT
               DISPLAY '  CROWN SALES TAX ' WS-SALES-EDIT
                   WS-EXEMPT-EDIT WS-ZERO-EDIT WS-DUE-EDIT
               MOVE WS-TRT-LEVY-TAXABLE TO WS-SALES-EDIT
               MOVE WS-TRT-LEVY-EXEMPT TO WS-EXEMPT-EDIT
               MOVE WS-TRT-LEVY-ZERO TO WS-ZERO-EDIT
               MOVE WS-TRT-LEVY-DUE TO WS-DUE-EDIT
               DISPLAY '  GUILD LEVY      ' WS-SALES-EDIT
                   WS-EXEMPT-EDIT WS-ZERO-EDIT WS-DUE-EDIT
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'JOURNAL LINES READ: ' WS-RVN-LINES
               '  ON THE RETURN: ' WS-TAXED-LINES.
           IF WS-PRETAX-LINES > 0
               MOVE WS-PRETAX-SALES TO WS-SALES-EDIT
               DISPLAY 'BOOKED BEFORE TAX WAS CHARGED: '
                   WS-PRETAX-LINES ' LINES ' WS-SALES-EDIT
           END-IF.
           IF WS-RENTAL-LINES > 0
               MOVE WS-RENTAL-INCOME TO WS-SALES-EDIT
               DISPLAY 'RENTAL INCOME (NOT TAXED):     '
                   WS-RENTAL-LINES ' LINES ' WS-SALES-EDIT
           END-IF.
           IF WS-OVERFLOW-CNT > 0
               DISPLAY 'LINES NOT FILED (JURISDICTION TABLE FULL): '
                   WS-OVERFLOW-CNT
           END-IF.

           PRINT-ONE-JURISDICTION.
           DISPLAY ' '.
           DISPLAY 'JURISDICTION ' WS-TR-JURIS (WS-TR-SCAN).
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE WS-TR-TAX-TAXABLE (WS-TR-SCAN) TO WS-SALES-EDIT.
           MOVE WS-TR-TAX-EXEMPT (WS-TR-SCAN) TO WS-EXEMPT-EDIT.
           MOVE WS-TR-TAX-ZERO (WS-TR-SCAN) TO WS-ZERO-EDIT.
           MOVE WS-TR-TAX-DUE (WS-TR-SCAN) TO WS-DUE-EDIT.
           DISPLAY '  CROWN SALES TAX ' WS-SALES-EDIT
               WS-EXEMPT-EDIT WS-ZERO-EDIT WS-DUE-EDIT.
           MOVE WS-TR-LEVY-TAXABLE (WS-TR-SCAN) TO WS-SALES-EDIT.
           MOVE WS-TR-LEVY-EXEMPT (WS-TR-SCAN) TO WS-EXEMPT-EDIT.
           MOVE WS-TR-LEVY-ZERO (WS-TR-SCAN) TO WS-ZERO-EDIT.
           MOVE WS-TR-LEVY-DUE (WS-TR-SCAN) TO WS-DUE-EDIT.
           DISPLAY '  GUILD LEVY      ' WS-SALES-EDIT
               WS-EXEMPT-EDIT WS-ZERO-EDIT WS-DUE-EDIT.
           ADD WS-TR-TAX-TAXABLE (WS-TR-SCAN) TO WS-TRT-TAX-TAXABLE.
           ADD WS-TR-TAX-EXEMPT (WS-TR-SCAN) TO WS-TRT-TAX-EXEMPT.
           ADD WS-TR-TAX-ZERO (WS-TR-SCAN) TO WS-TRT-TAX-ZERO.
           ADD WS-TR-TAX-DUE (WS-TR-SCAN) TO WS-TRT-TAX-DUE.
           ADD WS-TR-LEVY-TAXABLE (WS-TR-SCAN) TO WS-TRT-LEVY-TAXABLE.
           ADD WS-TR-LEVY-EXEMPT (WS-TR-SCAN) TO WS-TRT-LEVY-EXEMPT.
           ADD WS-TR-LEVY-ZERO (WS-TR-SCAN) TO WS-TRT-LEVY-ZERO.
           ADD WS-TR-LEVY-DUE (WS-TR-SCAN) TO WS-TRT-LEVY-DUE.

           PRINT-COLUMN-HEADINGS.
           DISPLAY '                   TAXABLE SALES'
               '  EXEMPT SALES    ZERO-RATED       TAX DUE'.

           COPY DATEFMT.
           COPY SIGNON.
           COPY LOCKMGR.
           COPY RUNSWRT.

       END PROGRAM TAX-RETURN.
