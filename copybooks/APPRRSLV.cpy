      ******************************************************************
      * Copybook: APPRRSLV
      * Shared paragraphs - include in PROCEDURE DIVISION.
      *   RESOLVE-APPR-FILENAMES - PERFORM once before opening the
      *       pending file or the approval log (LOAD-APPROVAL-QUEUE
      *       in APPRLOAD does it).  APPROVALFILE and APPROVALLOGFILE
      *       let a run point at alternates, defaulting to
      *       approvals.txt and approvallog.txt - same convention as
      *       ITEMFILE (see FNRESLV).
      *   RESOLVE-APPR-THRESHOLDS - PERFORM once before judging a
      *       change; APPRGOLDPCT and APPRQTYVALUE (numbers) override
      *       the defaults in APPRWS.
      ******************************************************************
           RESOLVE-APPR-FILENAMES.
           ACCEPT WS-APPR-FILENAME FROM ENVIRONMENT 'APPROVALFILE'.
           IF WS-APPR-FILENAME = SPACES
               MOVE 'approvals.txt' TO WS-APPR-FILENAME
           END-IF.
           ACCEPT WS-APPRLOG-FILENAME
               FROM ENVIRONMENT 'APPROVALLOGFILE'.
           IF WS-APPRLOG-FILENAME = SPACES
               MOVE 'approvallog.txt' TO WS-APPRLOG-FILENAME
           END-IF.

           RESOLVE-APPR-THRESHOLDS.
           MOVE SPACES TO WS-APPR-THRESH-IN.
           ACCEPT WS-APPR-THRESH-IN FROM ENVIRONMENT 'APPRGOLDPCT'.
           IF WS-APPR-THRESH-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-APPR-THRESH-IN) = 0
                   AND FUNCTION NUMVAL (WS-APPR-THRESH-IN) >= 0
                   COMPUTE WS-APPR-GOLD-PCT =
                       FUNCTION NUMVAL (WS-APPR-THRESH-IN)
               ELSE
                   DISPLAY 'APPRGOLDPCT NOT A PERCENTAGE - USING '
                       WS-APPR-GOLD-PCT
               END-IF
           END-IF.
           MOVE SPACES TO WS-APPR-THRESH-IN.
           ACCEPT WS-APPR-THRESH-IN FROM ENVIRONMENT 'APPRQTYVALUE'.
           IF WS-APPR-THRESH-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-APPR-THRESH-IN) = 0
                   AND FUNCTION NUMVAL (WS-APPR-THRESH-IN) >= 0
                   COMPUTE WS-APPR-QTY-VALUE =
                       FUNCTION NUMVAL (WS-APPR-THRESH-IN)
               ELSE
                   DISPLAY 'APPRQTYVALUE NOT AN AMOUNT - USING '
                       WS-APPR-QTY-VALUE
               END-IF
           END-IF.
