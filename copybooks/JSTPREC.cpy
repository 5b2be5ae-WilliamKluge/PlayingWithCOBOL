      ******************************************************************
      * Copybook: JSTPREC
      * One job-step status record per step outcome, appended by the
      * catalogjob.sh stream as each step finishes so a failed stream
      * can be restarted at the failed step and the summary can tell
      * the original submission from the restart.  49 bytes.
      *   JSTP-STATUS        - C complete, S skipped for want of
      *                        input, F failed
      *   JSTP-RC            - the step's RC (0 unless failed)
      *   JSTP-SUBMIT        - O original submission, R restart
      *   JSTP-RESTART-STEP  - the step a restart was submitted at,
      *                        blank on the original submission
      ******************************************************************
           05 JSTP-RUN-DATE           PIC X(10).
           05 JSTP-RUN-TIME           PIC X(8).
           05 JSTP-STEP               PIC X(8).
           05 JSTP-STEP-NAME          PIC X(10).
           05 JSTP-STATUS             PIC X(1).
           05 JSTP-RC                 PIC 9(3).
           05 JSTP-SUBMIT             PIC X(1).
           05 JSTP-RESTART-STEP       PIC X(8).
