      ******************************************************************
      * Copybook: PCKPREC
      * Posting restart point - one record, rewritten at every
      * restart point by the programs that post by key against the
      * indexed catalog (see IDXPOST).  PCKP-STATE is P while a
      * restart point is being committed and C once the indexed
      * catalog and every side file have landed; a P left behind
      * means the commit was cut off half way.  PCKP-PHASE and
      * PCKP-PHASE-CNT say how far through which input the
      * committed work reaches - the program numbers its own phases
      * in the order it runs them.  PCKP-LOG-MARK holds, for each
      * log the run appends to, how many records it had once the
      * restart point landed - the program numbers its logs too,
      * and a restart cuts each back to its mark (see IDXPOST).
      * 184 bytes.
      ******************************************************************
           05 PCKP-JOB-NAME           PIC X(40).
           05 PCKP-STATE              PIC X(1).
           05 PCKP-PHASE              PIC X(1).
           05 PCKP-PHASE-CNT          PIC 9(7).
           05 PCKP-RUN-DATE           PIC X(10).
           05 PCKP-RUN-TIME           PIC X(8).
           05 PCKP-ROWS-COMMITTED     PIC 9(7).
           05 PCKP-LOG-CNT            PIC 9(2).
           05 PCKP-LOG-MARKS.
               10 PCKP-LOG-MARK       PIC 9(9) OCCURS 12 TIMES.
