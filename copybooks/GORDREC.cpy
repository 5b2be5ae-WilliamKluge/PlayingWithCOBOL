      ******************************************************************
      * Copybook: GORDREC
      * Partner-guild inbound order interchange record layouts - the
      * buying side of the guild feed (see GAVLREC).  One file is one
      * guild order: a header naming the guild's batch, the guild's
      * account on our customer master and the guild's own order
      * reference, one detail per line, and a trailer with the
      * detail count and a hash total of the quantities ordered that
      * must agree before any line is taken.  All three are read
      * from a 40-byte record, space-padded.
      *   GORDH-ORDER-DATE - YYYYMMDD the guild cut the order
      *   GORDH-BATCH-NO   - the guild's batch number; a batch we
      *                      have already processed is refused whole
      *   GORDH-GUILD-ID   - the guild's CUST-CODE (see CUSTREC)
      *   GORDH-GUILD-REF  - the guild's purchase-order reference,
      *                      echoed on the acknowledgment
      *   GORDD-LINE-NO    - the guild's line number, from 001
      ******************************************************************
           01 GORD-HEADER.
               05 GORDH-REC-TYPE          PIC X(1).
               05 GORDH-ORDER-DATE        PIC X(8).
               05 GORDH-BATCH-NO          PIC X(6).
               05 GORDH-GUILD-ID          PIC X(10).
               05 GORDH-GUILD-REF         PIC X(12).
           01 GORD-DETAIL.
               05 GORDD-REC-TYPE          PIC X(1).
               05 GORDD-LINE-NO           PIC 9(3).
               05 GORDD-ITEM-CODE         PIC X(6).
               05 GORDD-QTY               PIC 9(5).
           01 GORD-TRAILER.
               05 GORDT-REC-TYPE          PIC X(1).
               05 GORDT-RECORD-CNT        PIC 9(5).
               05 GORDT-HASH-TOTAL        PIC 9(13)V99.
