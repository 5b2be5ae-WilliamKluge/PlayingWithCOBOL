      * Who to stamp on the lock - readers have no signed-on user,
      * so the id comes straight from CATALOGUSER when set.
           01 WS-LOCK-MY-USER          PIC X(8).
      * Set by IDXPOST between the pending and committed checkpoint
      * writes - any failure in that window leaves a half-committed
      * restart point, so the release keeps the enqueue.
           01 WS-IN-RESTART-POINT      PIC X(1) VALUE 'N'.
