      *       WS-LOC-FOUND-IX.
      *   ADD-LOCATION-ROW - appends a zero row for the WS-CHK-LOC
      *       keys and leaves WS-LOC-FOUND-IX on it.
      *   SUM-ITEM-ON-HIRE - PERFORM with WS-CHK-LOC-CODE set;
      *       answers WS-LOC-HIRE-QTY with the units out with
      *       renters, leaving the caller's found row alone.
      *   REWRITE-LOCATION-BALANCES - PERFORM once at end of run;
      *       only touches the file when something changed.
      * Callers also include LOCKWS/LOCKMGR: any refusing exit in
               MOVE 'N' TO WS-LOC-FOUND
           END-IF.

           SUM-ITEM-ON-HIRE.
           MOVE 0 TO WS-LOC-HIRE-QTY.
           PERFORM VARYING WS-LOC-HIRE-SCAN FROM 1 BY 1
           UNTIL WS-LOC-HIRE-SCAN > WS-LOC-CNT
               IF WS-LOC-CODE (WS-LOC-HIRE-SCAN) = WS-CHK-LOC-CODE
                   AND WS-LOC-LOCATION (WS-LOC-HIRE-SCAN)
                       = WS-HIRE-LOCATION
                   ADD WS-LOC-QTY (WS-LOC-HIRE-SCAN) TO WS-LOC-HIRE-QTY
               END-IF
           END-PERFORM.

           REWRITE-LOCATION-BALANCES.
           IF WS-LOC-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
