      ******************************************************************
      * Copybook: BKMFREC
      * End-of-day backup set manifest record layouts - one manifest
      * per dated set (see BKUPSET), written by ESTATE-BACKUP only
      * once every copy in the set has been read back and proved,
      * so a set without a manifest is an incomplete set.  A header
      * naming the set, one detail per master or side file, and a
      * trailer with the file count and the set's grand totals.  All
      * three are written into a 250-byte record, space-padded.
      *   BKMFD-FILE-ID      - the environment variable that names
      *                        the file to its programs (ITEMFILE,
      *                        SECURITYFILE ...), ITEMINDEX for the
      *                        indexed catalog
      *   BKMFD-ORGANIZATION - (L)ine sequential, or (I)ndexed - the
      *                        set holds an indexed file as a line
      *                        sequential unload in key order
      *   BKMFD-PRESENT      - (Y) copied; (N) the file did not exist
      *                        when the set was taken, so a restore
      *                        takes it away again
      *   BKMFD-SOURCE-NAME  - the file as its programs opened it,
      *                        where a restore puts it back
      *   BKMFD-SET-NAME     - the copy in the set
      *   BKMFD-RECORD-CNT / BKMFD-HASH-TOTAL - the records copied
      *                        and their hash total (see HASH-BACKUP-
      *                        RECORD in BKUPSET)
      ******************************************************************
           01 BKMF-HEADER.
               05 BKMFH-REC-TYPE          PIC X(1).
               05 BKMFH-SET-DATE          PIC X(8).
               05 BKMFH-RUN-DATE          PIC X(10).
               05 BKMFH-RUN-TIME          PIC X(8).
               05 BKMFH-USER-ID           PIC X(8).
           01 BKMF-DETAIL.
               05 BKMFD-REC-TYPE          PIC X(1).
               05 BKMFD-FILE-ID           PIC X(16).
               05 BKMFD-ORGANIZATION      PIC X(1).
               05 BKMFD-PRESENT           PIC X(1).
               05 BKMFD-SOURCE-NAME       PIC X(100).
               05 BKMFD-SET-NAME          PIC X(100).
               05 BKMFD-RECORD-CNT        PIC 9(9).
               05 BKMFD-HASH-TOTAL        PIC 9(15).
           01 BKMF-TRAILER.
               05 BKMFT-REC-TYPE          PIC X(1).
               05 BKMFT-FILE-CNT          PIC 9(3).
               05 BKMFT-RECORD-CNT        PIC 9(9).
               05 BKMFT-HASH-TOTAL        PIC 9(17).
