                           ADD 1 TO WS-AVAIL-COPIES
                       END-IF
                       IF BC-AVAILABLE OR BC-ON-LOAN
                               OR BC-ON-HOLD-SHELF
                           ADD 1 TO WS-LIVE-COPIES
                       END-IF
                   ELSE
