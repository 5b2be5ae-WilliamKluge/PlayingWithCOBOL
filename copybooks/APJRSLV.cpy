      ******************************************************************
      * Copybook: APJRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once after PRINT-SIGN-ON-BANNER (it leaves WS-CURR-YYYY/MM/DD
      * populated via BUILD-RUN-DATE-TIME) and before OPEN-ing the
      * payables journal.  Defaults to a dated apjournal.YYYYMMDD.log,
      * same convention as the revenue journal, so the writer (the
      * invoice match) and the reader (the GL extract) land on the
      * same day's file.  APJOURNALFILE overrides with an exact name.
      ******************************************************************
           RESOLVE-APJ-FILENAME.
           ACCEPT WS-APJ-FILENAME FROM ENVIRONMENT 'APJOURNALFILE'.
           IF WS-APJ-FILENAME = SPACES
               STRING
                   'apjournal.' WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   '.log'
                   DELIMITED BY SIZE INTO WS-APJ-FILENAME
           END-IF.
