      * bytes.
      *   GBAT-STATUS - (S)ent awaiting acknowledgment, (P)osted by
      *                 the guild, (R)ejected by the guild
      * The inbound guild order intake keeps its own file of the
      * same rows (guildorderbatches.dat), one per order batch
      * received: (P)rocessed, or (R)efused whole - a refused batch
      * may be resent under the same number, a processed one not.
      ******************************************************************
           05 GBAT-BATCH-NO           PIC X(6).
           05 GBAT-RUN-DATE           PIC X(8).
