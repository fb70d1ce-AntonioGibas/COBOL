       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE RECORDING MODE F.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).

       FD SLA-CONTROL-FILE.
       01 SLA-CONTROL-RECORD.
