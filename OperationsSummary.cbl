      *          reject volumes per job so a drifting step shows
      *          itself without scrolling the console history.
      * Tectonics: cobc
      * Modified: 2026-10-15 - Today's job-step record from the
      *           job-step status file: each step's outcome and
      *           whether it ran in the original submission or on a
      *           restart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATIONS-SUMMARY.
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
      * The job-step status file catalogjob.sh appends to - JOBSTEPFILE
      * env var, defaults to jobsteps.txt (see JSTPREC)
           SELECT JSTP-FILE ASSIGN DYNAMIC WS-JSTP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JSTP-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUNLOG-FILE.
           01 RUNLOG-REC               PIC X(90).
           FD JSTP-FILE.
           01 JSTP-REC                 PIC X(49).

           WORKING-STORAGE SECTION.
           COPY RUNSWS.
           01 WS-CMP-DONE-JOBS.
               05 WS-CMP-DONE-JOB      PIC X(40) OCCURS 50 TIMES.
           01 WS-CMP-SEEN              PIC A(1).
      * Today's job-step outcomes, in the order the stream wrote them.
           01 WS-JSTP-FILENAME         PIC X(256).
           01 WS-JSTP-STATUS           PIC X(2).
           01 WS-JSTP-CNT              PIC 9(3) VALUE 0.
           01 WS-JSTP-TABLE.
               03 WS-JSTP-ROW OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-JSTP-CNT.
                   COPY JSTPREC.
           01 WS-JSTP-CAPACITY         PIC 9(3) VALUE 500.
           01 WS-JSTP-DROPPED          PIC 9(4) VALUE 0.
           01 WS-JSTP-IN.
               COPY JSTPREC.
           01 WS-JSTP-RESULT           PIC X(8).
           01 WS-JSTP-SUBMISSION       PIC X(22).
           01 WS-JSTP-ORIG-CNT         PIC 9(3) VALUE 0.
           01 WS-JSTP-RESTART-CNT      PIC 9(3) VALUE 0.
           COPY BANNER.

       PROCEDURE DIVISION.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-KEY.
           PERFORM FIND-PRIOR-DAY.
           PERFORM LOAD-JOB-STEPS.
           PERFORM PRINT-TODAYS-STEPS.
           PERFORM PRINT-JOB-STEPS.
           PERFORM PRINT-REJECT-COMPARISON.
           STOP RUN.

                   ' RECORDS DROPPED FROM SUMMARY'
           END-IF.

      * Only today's outcomes are kept - the file is never trimmed by
      * the stream, so earlier days simply scroll past.  A missing
      * file means the stream has not run under the job-step record
      * yet, which is no reason to withhold the rest of the summary.
           LOAD-JOB-STEPS.
           ACCEPT WS-JSTP-FILENAME FROM ENVIRONMENT 'JOBSTEPFILE'.
           IF WS-JSTP-FILENAME = SPACES
               MOVE 'jobsteps.txt' TO WS-JSTP-FILENAME
           END-IF.
           OPEN INPUT JSTP-FILE.
           IF WS-JSTP-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-JSTP-STATUS NOT = '00'
               DISPLAY 'JOB-STEP FILE NOT READABLE - FILE STATUS '
                   WS-JSTP-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JSTP-FILE INTO WS-JSTP-IN
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE JSTP-RUN-DATE OF WS-JSTP-IN TO WS-ROW-DATE
                       PERFORM BUILD-ROW-DATE-KEY
                       IF WS-ROW-KEY = WS-TODAY-KEY
                           IF WS-JSTP-CNT < WS-JSTP-CAPACITY
                               ADD 1 TO WS-JSTP-CNT
                               MOVE WS-JSTP-IN
                                   TO WS-JSTP-ROW (WS-JSTP-CNT)
                           ELSE
                               ADD 1 TO WS-JSTP-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JSTP-FILE.
           IF WS-JSTP-DROPPED > 0
               DISPLAY 'JOB-STEP FILE EXCEEDS CAPACITY, '
                   WS-JSTP-DROPPED ' RECORDS DROPPED FROM SUMMARY'
           END-IF.

      * MM/DD/YYYY from the record rearranged to YYYYMMDD so dates
      * compare correctly across month and year boundaries.
           BUILD-ROW-DATE-KEY.
               DISPLAY 'NO STEPS ON THE RUN LOG FOR TODAY'
           END-IF.

      * Every outcome the stream recorded today, so an operator can
      * see at a glance which steps ran in the original submission,
      * which failed, and which were picked up by a restart.
           PRINT-JOB-STEPS.
           DISPLAY '------------------------------------------------'.
           IF WS-JSTP-CNT = 0
               DISPLAY 'NO JOB-STEP RECORD FOR TODAY'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'JOB STEPS TODAY'.
           DISPLAY 'TIME     STEP    NAME       RESULT   RC  '
               'SUBMISSION'.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
           UNTIL WS-TABLE-INDEX > WS-JSTP-CNT
               EVALUATE JSTP-STATUS OF WS-JSTP-ROW (WS-TABLE-INDEX)
                   WHEN 'C'
                       MOVE 'COMPLETE' TO WS-JSTP-RESULT
                   WHEN 'S'
                       MOVE 'SKIPPED' TO WS-JSTP-RESULT
                   WHEN 'F'
                       MOVE 'FAILED' TO WS-JSTP-RESULT
                   WHEN OTHER
                       MOVE 'UNKNOWN' TO WS-JSTP-RESULT
               END-EVALUATE
               IF JSTP-SUBMIT OF WS-JSTP-ROW (WS-TABLE-INDEX) = 'R'
                   ADD 1 TO WS-JSTP-RESTART-CNT
                   MOVE SPACES TO WS-JSTP-SUBMISSION
                   STRING 'RESTART FROM '
                       JSTP-RESTART-STEP
                           OF WS-JSTP-ROW (WS-TABLE-INDEX)
                       DELIMITED BY SIZE INTO WS-JSTP-SUBMISSION
               ELSE
                   ADD 1 TO WS-JSTP-ORIG-CNT
                   MOVE 'ORIGINAL' TO WS-JSTP-SUBMISSION
               END-IF
               DISPLAY
                   JSTP-RUN-TIME OF WS-JSTP-ROW (WS-TABLE-INDEX) ' '
                   JSTP-STEP OF WS-JSTP-ROW (WS-TABLE-INDEX)
                   JSTP-STEP-NAME OF WS-JSTP-ROW (WS-TABLE-INDEX) ' '
                   WS-JSTP-RESULT ' '
                   JSTP-RC OF WS-JSTP-ROW (WS-TABLE-INDEX) ' '
                   WS-JSTP-SUBMISSION
           END-PERFORM.
           DISPLAY WS-JSTP-ORIG-CNT ' STEP OUTCOMES ON THE ORIGINAL '
               'SUBMISSION, ' WS-JSTP-RESTART-CNT ' ON RESTART'.

           PRINT-REJECT-COMPARISON.
           DISPLAY '------------------------------------------------'.
           IF WS-PRIOR-KEY = SPACES
