      ******************************************************************
      * Copybook: BKUPWS
      * Working storage for the end-of-day backup set (see BKMFREC /
      * BKUPSET).  BACKUPPREFIX overrides where the sets are kept,
      * defaulting to backup. in the run directory - a set is the
      * files named <prefix><YYYYMMDD>.<file name>, with
      * <prefix><YYYYMMDD>.manifest.txt beside them.
      ******************************************************************
           01 WS-BK-PREFIX             PIC X(100).
           01 WS-BK-SET-DATE           PIC X(8).
           01 WS-BK-MANIFEST-FILENAME  PIC X(100).
           01 WS-BK-MANIFEST-STATUS    PIC X(2).
      * The file being copied or proved, and its copy in the set.
           01 WS-BK-SOURCE-NAME        PIC X(100).
           01 WS-BK-SOURCE-STATUS      PIC X(2).
           01 WS-BK-SET-FILENAME       PIC X(100).
           01 WS-BK-SET-STATUS         PIC X(2).
      * One record at a time - wide enough for the widest record on
      * the estate.  Trailing spaces are not data: a line sequential
      * write drops them, so the hash stops at the last non-blank.
           01 WS-BK-BUFFER             PIC X(512).
           01 WS-BK-EOF                PIC A(1).
           01 WS-BK-READ-OK            PIC A(1).
           01 WS-BK-RECORD-CNT         PIC 9(9).
           01 WS-BK-HASH-TOTAL         PIC 9(15).
           01 WS-BK-LEN                PIC 9(4).
           01 WS-BK-POS                PIC 9(4).
      * Working fields for taking the directory off a file name.
           01 WS-BK-BASENAME           PIC X(100).
           01 WS-BK-NAME-LEN           PIC 9(3).
           01 WS-BK-SLASH-POS          PIC 9(3).
           01 WS-BK-SCAN-POS           PIC 9(3).
           01 WS-BKMF-BUFFER           PIC X(250).
           COPY BKMFREC.
