           05 PTX-BORROWER      PIC X(30).
           05 FILLER            PIC X       VALUE SPACE.
           05 PTX-AMOUNT        PIC 9(7)V99.
           05 FILLER            PIC X       VALUE SPACE.
           05 PTX-DATE          PIC X(8).

       FD DD-REPORT.
       01 DD-REPORT-LINE PIC X(100).
               MOVE "PAYMENT" TO PTX-ACTION
               MOVE XR-BORROWER(WS-FOUND-IDX) TO PTX-BORROWER
               MOVE XR-AMOUNT(WS-FOUND-IDX)   TO PTX-AMOUNT
               MOVE WS-TODAY-DATE-NUM         TO PTX-DATE
               WRITE PAYMENT-TRX-RECORD
               ADD 1 TO SETTLED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
