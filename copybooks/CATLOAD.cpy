                               TO WS-CAT-SALES-ACCOUNT (WS-CAT-CNT)
                           MOVE CAT-COGS-ACCOUNT OF WS-CATMAST
                               TO WS-CAT-COGS-ACCOUNT (WS-CAT-CNT)
                           MOVE CAT-AP-ACCOUNT OF WS-CATMAST
                               TO WS-CAT-AP-ACCOUNT (WS-CAT-CNT)
                           MOVE CAT-PPV-ACCOUNT OF WS-CATMAST
                               TO WS-CAT-PPV-ACCOUNT (WS-CAT-CNT)
                           MOVE CAT-RENTAL-ACCOUNT OF WS-CATMAST
                               TO WS-CAT-RENTAL-ACCOUNT (WS-CAT-CNT)
                           IF CAT-DUTY-RATE OF WS-CATMAST IS NUMERIC
                               MOVE CAT-DUTY-RATE OF WS-CATMAST
                                   TO WS-CAT-DUTY-RATE (WS-CAT-CNT)
                           ELSE
                               MOVE 0 TO WS-CAT-DUTY-RATE (WS-CAT-CNT)
                           END-IF
                           MOVE CAT-DUTY-ACCOUNT OF WS-CATMAST
                               TO WS-CAT-DUTY-ACCOUNT (WS-CAT-CNT)
                       ELSE
                           ADD 1 TO WS-CAT-DROPPED
                       END-IF
