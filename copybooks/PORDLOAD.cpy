                                   TO WS-PORD-DATE (WS-PORD-CNT)
                               MOVE PORD-STATUS OF WS-PORD
                                   TO WS-PORD-STATUS (WS-PORD-CNT)
      * A line cut before prices were agreed reads short - it
      * carries no agreed price rather than garbage.
                               IF PORD-UNIT-PRICE OF WS-PORD
                                   IS NUMERIC
                                   MOVE PORD-UNIT-PRICE OF WS-PORD
                                       TO WS-PORD-PRICE (WS-PORD-CNT)
                               ELSE
                                   MOVE 0
                                       TO WS-PORD-PRICE (WS-PORD-CNT)
                               END-IF
                           ELSE
                               ADD 1 TO WS-PORD-DROPPED
                           END-IF
