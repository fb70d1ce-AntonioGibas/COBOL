      ******************************************************************
      *    PERLOG - Zapis traga knjizenja datiranih u zatvoreno        *
      *             razdoblje (PERLOG skup podataka). Puni ga          *
      *             shared/source/PERCHK za svaku odbijenu (R) ili     *
      *             preusmjerenu (D) stavku, po uzoru na zajednicke    *
      *             logove (OPEN EXTEND po zapisu); izvjestaj daje     *
      *             PERCLOSE MODE=REPORT.                              *
      ******************************************************************
       01 PERIOD-LOG-RECORD.
           05 PLG-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-RUN-NUMBER           PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-PROGRAM-ID           PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-LEDGER               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-POST-DATE            PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-CLOSED-PERIOD        PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-ACTION               PIC X.
               88 PLG-REJECTED          VALUE "R".
               88 PLG-REDIRECTED        VALUE "D".
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-NEW-DATE             PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-REFERENCE            PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLG-AMOUNT               PIC S9(12)V99.
