      ******************************************************************
      * Copybook: APPRWS
      * In-memory approval queue plus working fields for the shared
      * load, hold and rewrite paragraphs (see APPRREC/APPRLOAD).
      * A queue row is kept whole, one APPRREC image per entry -
      * move it into WS-APPR to work on its fields.  WS-APPR-TOUCHED
      * marks the rows this run queued or decided; they are the ones
      * copied to the approval log once the run's own rewrite has
      * landed.
      ******************************************************************
           01 WS-APPR-FILENAME         PIC X(100).
           01 WS-APPR-STATUS           PIC X(2).
           01 WS-APPRLOG-FILENAME      PIC X(100).
           01 WS-APPRLOG-STATUS        PIC X(2).
           01 WS-APPR-CNT              PIC 9(4) VALUE 0.
           01 WS-APPR-TABLE.
               03 WS-APPR-ROW          PIC X(235) OCCURS 1000 TIMES.
           01 WS-APPR-FLAGS.
               03 WS-APPR-TOUCHED      PIC A(1) OCCURS 1000 TIMES.
           01 WS-APPR-CAPACITY         PIC 9(4) VALUE 1000.
           01 WS-APPR-DROPPED          PIC 9(4) VALUE 0.
           01 WS-APPR-SCAN             PIC 9(4).
           01 WS-APPR-EOF              PIC A(1).
           01 WS-APPR-CHANGED          PIC A(1) VALUE 'N'.
           01 WS-APPR-NEXT-ID          PIC 9(6) VALUE 0.
      * Lookup - FIND-PENDING-APPROVAL answers for WS-CHK-APPR-CODE.
           01 WS-CHK-APPR-CODE         PIC X(6).
           01 WS-APPR-FOUND            PIC A(1).
           01 WS-APPR-FOUND-IX         PIC 9(4).
      * Set by QUEUE-APPROVAL - N when the queue had no room.
           01 WS-APPR-QUEUED           PIC A(1).
      * Thresholds past which a change waits for a second supervisor
      * - APPRGOLDPCT (gold-value move, percent either way) and
      * APPRQTYVALUE (quantity change extended at unit value)
      * override (see APPRRSLV).
           01 WS-APPR-GOLD-PCT         PIC 9(3)V99 VALUE 25.00.
           01 WS-APPR-QTY-VALUE        PIC 9(9)V99 VALUE 1000.00.
           01 WS-APPR-THRESH-IN        PIC X(12).
           01 WS-APPR-PCT-MOVE         PIC 9(9)V99.
           01 WS-APPR-QTY-DELTA        PIC 9(5).
           01 WS-APPR.
               COPY APPRREC.
