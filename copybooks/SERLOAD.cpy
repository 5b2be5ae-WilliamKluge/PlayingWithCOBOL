                                   TO WS-SER-SERIAL (WS-SER-CNT)
                               MOVE SER-STATUS OF WS-SER
                                   TO WS-SER-STATUS (WS-SER-CNT)
                               MOVE SER-LOCATION OF WS-SER
                                   TO WS-SER-LOCATION (WS-SER-CNT)
                           ELSE
                               ADD 1 TO WS-SER-DROPPED
                           END-IF
                   TO SER-SERIAL OF SERIAL-REC
               MOVE WS-SER-STATUS (WS-SER-SCAN)
                   TO SER-STATUS OF SERIAL-REC
               MOVE WS-SER-LOCATION (WS-SER-SCAN)
                   TO SER-LOCATION OF SERIAL-REC
               WRITE SERIAL-REC
           END-PERFORM.
           CLOSE SERIAL-FILE.
