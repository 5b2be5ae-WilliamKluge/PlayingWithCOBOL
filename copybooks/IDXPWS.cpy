      ******************************************************************
      * Copybook: IDXPWS
      * Working storage for posting by key against the indexed
      * catalog (see IDXPOST).  The catalog table (ITEMTAB) no
      * longer holds the whole catalog - it holds the rows this run
      * has fetched from magicitems.idx, in the order it needed
      * them, so its capacity bounds the items one run can touch,
      * never the size of the catalog.  WS-ROW-IMAGE keeps each
      * row as it stands on the index, parallel to the table, so a
      * restart point rewrites only the rows that moved since.
      ******************************************************************
           01 WS-FETCH-CODE            PIC X(6).
      * Set by FETCH-CATALOG-ROW - the table row holding the item,
      * or zero with the reason it could not be had.
           01 WS-FETCH-IX              PIC 9(4).
           01 WS-FETCH-REJECT          PIC X(30).
           01 WS-FETCH-CAPACITY        PIC 9(4) VALUE 5000.
           01 WS-ROW-IMAGES.
               03 WS-ROW-IMAGE         PIC X(63) OCCURS 5000 TIMES.
           01 WS-COMMIT-SCAN           PIC 9(4).
           01 WS-COMMIT-ROW-CNT        PIC 9(7) VALUE 0.
      * The restart point - POSTCKPTFILE overrides the file name,
      * the program supplies its own default; POSTCKPTINTERVAL says
      * how many input records go between restart points.
           01 WS-PCKP-FILENAME         PIC X(100).
           01 WS-PCKP-DEFAULT          PIC X(100).
           01 WS-PCKP-STATUS           PIC X(2).
           01 WS-PCKP.
               COPY PCKPREC.
           01 WS-PCKP-INTERVAL         PIC 9(5) VALUE 500.
           01 WS-PCKP-INTERVAL-IN      PIC X(6).
           01 WS-SINCE-RESTART-POINT   PIC 9(5) VALUE 0.
      * Where the program is, and where the run it is resuming got
      * to - a blank restart phase is a fresh run.
           01 WS-PHASE-CODE            PIC X(1) VALUE SPACE.
           01 WS-PHASE-CNT             PIC 9(7) VALUE 0.
           01 WS-RESTART-PHASE         PIC X(1) VALUE SPACE.
           01 WS-RESTART-CNT           PIC 9(7) VALUE 0.
           01 WS-SKIP-RECORD           PIC A(1).
           01 WS-SKIPPED-CNT           PIC 9(7) VALUE 0.
      * The logs the run appends to, numbered by the program from 1
      * in a fixed order (see POSITION-APPEND-LOG).  The base is
      * where the log stood when this run picked it up; the program
      * keeps WS-PLOG-WRITTEN at what it has appended since.
           01 WS-PLOG-IX               PIC 9(2).
           01 WS-PLOG-CNT              PIC 9(2) VALUE 0.
           01 WS-PLOG-TABLE.
               03 WS-PLOG-ROW OCCURS 12 TIMES.
                   05 WS-PLOG-BASE     PIC 9(9).
                   05 WS-PLOG-WRITTEN  PIC 9(9).
           01 WS-PLOG-FILENAME         PIC X(100).
           01 WS-PLOG-WORK-FILENAME    PIC X(100).
           01 WS-PLOG-STATUS           PIC X(2).
           01 WS-PLOG-WORK-STATUS      PIC X(2).
           01 WS-PLOG-EOF              PIC A(1).
           01 WS-PLOG-ON-FILE          PIC 9(9).
           01 WS-PLOG-COPIED           PIC 9(9).
