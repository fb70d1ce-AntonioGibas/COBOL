                   CONTINUE
           END-EVALUATE.

      * Primjerak koji nakon inventure ostaje A, P ili H (polica
      * rezervacija) je ziv.
           IF BC-AVAILABLE OR BC-ON-LOAN OR BC-ON-HOLD-SHELF
               ADD 1 TO WS-LIVE-COPIES
           END-IF.

