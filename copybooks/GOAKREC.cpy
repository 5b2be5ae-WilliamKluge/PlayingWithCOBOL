      ******************************************************************
      * Copybook: GOAKREC
      * Partner-guild order acknowledgment record layouts - our
      * answer to an inbound guild order (see GORDREC), line by
      * line.  A header echoing the guild's batch and reference with
      * the sales order the accepted lines went on, one detail per
      * order line with what was ordered and what we accepted, and a
      * trailer with the detail count and a hash total of the
      * accepted quantities.  All three are written into a 60-byte
      * record, space-padded.
      *   GOAKH-ORDER-STATUS / GOAKD-LINE-STATUS -
      *        (A)ccepted in full, (P)artially accepted, (R)ejected
      *   GOAKH-REASON / GOAKD-REASON - blank when accepted in full,
      *        otherwise one of
      *          BC  batch controls do not agree (count, hash or
      *              record sequence) - whole order refused
      *          DB  batch already processed - whole order refused
      *          GU  guild not an active account - whole order
      *              refused
      *          OV  more lines than one order holds - whole order
      *              refused
      *          NC  item not on our catalog
      *          NR  item not yet released for sale
      *          RS  restricted item - not sold
      *          QZ  quantity missing, zero or not numeric
      *          DL  line number repeated on the order
      *          SH  short - only part of the quantity available
      *          NS  none available after existing holds
      *          FL  order or reservation file full
      *   GOAKD-UNIT-PRICE - the guild's class price on the accepted
      *        quantity, zero on a rejected line
      ******************************************************************
           01 GOAK-HEADER.
               05 GOAKH-REC-TYPE          PIC X(1).
               05 GOAKH-ACK-DATE          PIC X(8).
               05 GOAKH-BATCH-NO          PIC X(6).
               05 GOAKH-GUILD-ID          PIC X(10).
               05 GOAKH-GUILD-REF         PIC X(12).
               05 GOAKH-ORDER-NO          PIC X(8).
               05 GOAKH-ORDER-STATUS      PIC X(1).
               05 GOAKH-REASON            PIC X(2).
           01 GOAK-DETAIL.
               05 GOAKD-REC-TYPE          PIC X(1).
               05 GOAKD-LINE-NO           PIC 9(3).
               05 GOAKD-ITEM-CODE         PIC X(6).
               05 GOAKD-ORDER-QTY         PIC 9(5).
               05 GOAKD-ACCEPT-QTY        PIC 9(5).
               05 GOAKD-LINE-STATUS       PIC X(1).
               05 GOAKD-REASON            PIC X(2).
               05 GOAKD-UNIT-PRICE        PIC 9(7)V99.
           01 GOAK-TRAILER.
               05 GOAKT-REC-TYPE          PIC X(1).
               05 GOAKT-RECORD-CNT        PIC 9(5).
               05 GOAKT-HASH-TOTAL        PIC 9(13)V99.
