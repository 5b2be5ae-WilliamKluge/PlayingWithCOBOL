      ******************************************************************
      * Copybook: PORCRSLV
      * Shared paragraph - include in PROCEDURE DIVISION and PERFORM
      * once before OPEN-ing the purchase-order receipt log.
      * PORECEIPTFILE lets a run point at an alternate log without
      * touching the source, defaulting to poreceipts.txt.  One
      * continuous file, like the movement history - an invoice can
      * arrive weeks after the goods.
      ******************************************************************
           RESOLVE-PORC-FILENAME.
           ACCEPT WS-PORC-FILENAME FROM ENVIRONMENT 'PORECEIPTFILE'.
           IF WS-PORC-FILENAME = SPACES
               MOVE 'poreceipts.txt' TO WS-PORC-FILENAME
           END-IF.
