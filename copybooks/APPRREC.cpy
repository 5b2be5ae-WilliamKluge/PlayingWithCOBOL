      ******************************************************************
      * Copybook: APPRREC
      * Maker-checker approval record - one row per catalog change or
      * count adjustment big enough that one person may not make it
      * alone.  MAINTAIN-CATALOG holds a keyed change past the
      * thresholds (see APPRWS) and CYCLE-COUNT-RECONCILE holds a
      * variance past them instead of applying it; a second
      * supervisor then approves or rejects the row in APPROVE-
      * CHANGES, which applies it the usual way - two-phase rewrite,
      * audit trail, idx mirror.  The same layout serves the pending
      * file (rows still waiting) and the append-only approval log
      * (every row as queued and again as decided), so the daily
      * approvals report can say who did what.  Fixed-width
      * positional fields, 235 bytes.
      *   APPR-ID            - six-digit sequence, assigned on queue
      *   APPR-SOURCE        - (C)atalog maintenance, cycle coun(K)
      *   APPR-STATUS        - (P)ending, (A)pproved and applied,
      *                        (R)ejected, (S)tale - the item moved
      *                        after the change was keyed, so it was
      *                        refused at approval
      *   APPR-FLAG-GOLD     - Y when the gold-value move tripped
      *   APPR-FLAG-QTY      - Y when the quantity change tripped
      *   APPR-FLAG-DISC     - Y when the change discontinues the
      *                        item (lifecycle to D)
      *   APPR-LOCATION      - count rows only: the location the
      *                        sheet counted, blank for a whole-shop
      *                        sheet
      *   APPR-BEFORE-*      - the catalog row as the maker saw it;
      *                        for a count row BEFORE-QTY is the book
      *                        quantity the sheet was reconciled to
      *   APPR-AFTER-*       - the row as the maker wants it; for a
      *                        count row AFTER-QTY is the counted
      *                        quantity
      *   APPR-EXT-VALUE     - the quantity change extended at unit
      *                        value (catalog) or average cost
      *                        (count)
      *   APPR-INITIALS      - count rows only: who counted
      *   APPR-MAKER/CHECKER - user, date and time keyed and decided
      *   APPR-NOTE          - the checker's reason on a rejection,
      *                        or why a row went stale
      ******************************************************************
           05 APPR-ID                 PIC 9(6).
           05 APPR-SOURCE             PIC X(1).
           05 APPR-STATUS             PIC X(1).
           05 APPR-FLAG-GOLD          PIC X(1).
           05 APPR-FLAG-QTY           PIC X(1).
           05 APPR-FLAG-DISC          PIC X(1).
           05 APPR-ITEM-CODE          PIC X(6).
           05 APPR-LOCATION           PIC X(4).
           05 APPR-BEFORE-NAME        PIC X(30).
           05 APPR-BEFORE-CATEGORY    PIC X(12).
           05 APPR-BEFORE-GOLD-VALUE  PIC 9(7)V99.
           05 APPR-BEFORE-QTY         PIC 9(5).
           05 APPR-BEFORE-LIFECYCLE   PIC X(1).
           05 APPR-AFTER-NAME         PIC X(30).
           05 APPR-AFTER-CATEGORY     PIC X(12).
           05 APPR-AFTER-GOLD-VALUE   PIC 9(7)V99.
           05 APPR-AFTER-QTY          PIC 9(5).
           05 APPR-AFTER-LIFECYCLE    PIC X(1).
           05 APPR-EXT-VALUE          PIC 9(13)V99.
           05 APPR-INITIALS           PIC X(3).
           05 APPR-MAKER-ID           PIC X(8).
           05 APPR-MAKE-DATE          PIC X(10).
           05 APPR-MAKE-TIME          PIC X(8).
           05 APPR-CHECKER-ID         PIC X(8).
           05 APPR-CHECK-DATE         PIC X(10).
           05 APPR-CHECK-TIME         PIC X(8).
           05 APPR-NOTE               PIC X(30).
