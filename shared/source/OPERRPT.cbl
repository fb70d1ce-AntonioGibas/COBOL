           05 OWJ-TRANSFER-DATE PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-CHAIN-HASH    PIC X(16).

       FD OPERATOR-REPORT.
       01 OPERATOR-REPORT-LINE PIC X(100).
