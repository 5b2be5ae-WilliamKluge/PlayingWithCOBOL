      ******************************************************************
      * Copybook: SHTGREC
      * Shelf-tag print record - one tag to hang per item per
      * sellable location holding it, written by SHELF-TAG-PRINT for
      * the label printer.  The handling icons come from the item's
      * lore line 00 (see HNDLWS), one byte per class, blank where
      * the class does not apply:
      *   SHTG-ICON-FIRE     F   fire hazard
      *   SHTG-ICON-ATTUNE   A   attunement required
      *   SHTG-ICON-FRAGILE  G   fragile
      *   SHTG-ICON-RESTRICT R   restricted
      *   SHTG-WAS-PRICE - the gold value before the day's first
      *        change, zero on a reprinted tag
      *   SHTG-REASON    - (P)rice changed, (R)eprint after a shop-
      *        floor reset
      *   SHTG-TAG-DATE  - MM/DD/YYYY the tags were cut for
      * Fixed-width positional fields, 85 bytes.
      ******************************************************************
           05 SHTG-ITEM-CODE          PIC X(6).
           05 SHTG-ITEM-NAME          PIC X(30).
           05 SHTG-PRICE              PIC 9(7)V99.
           05 SHTG-WAS-PRICE          PIC 9(7)V99.
           05 SHTG-CATEGORY           PIC X(12).
           05 SHTG-LOCATION           PIC X(4).
           05 SHTG-ICON-FIRE          PIC X(1).
           05 SHTG-ICON-ATTUNE        PIC X(1).
           05 SHTG-ICON-FRAGILE       PIC X(1).
           05 SHTG-ICON-RESTRICT      PIC X(1).
           05 SHTG-REASON             PIC X(1).
           05 SHTG-TAG-DATE           PIC X(10).
