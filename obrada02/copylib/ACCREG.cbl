      ******************************************************************
      *    ACCREG - Zapis trajnog registra prirasta i otpisa fonda     *
      *             (ACCREG skup podataka, OPEN EXTEND kao CIRHST).    *
      *             BOOKACQ dopisuje svaki primjerak koji je isporukom *
      *             usao u fond, a BOOKCPY svaki ADDCOPY i REMOVE.     *
      *             Primjerci povuceni kao izgubljeni ili osteceni su  *
      *             u cirkulacijskoj povijesti (CIRHST, akcije LOST i  *
      *             DAMAGED). Godisnju statistiku fonda iz oba radi    *
      *             obrada02/source/BOOKSTAT.cbl.                      *
      ******************************************************************
       01 ACCESSION-REGISTER-RECORD.
           05 ACR-DATE              PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
      * ACCESSN = prijem isporuke, ADDCOPY = dodani primjerak,
      * REMOVE = otpis (npr. BOOKWEED).
           05 ACR-ACTION            PIC X(8).
               88 ACR-IS-ADDITION    VALUE "ACCESSN" "ADDCOPY".
               88 ACR-IS-REMOVAL     VALUE "REMOVE".
           05 FILLER                PIC X       VALUE SPACE.
           05 ACR-BOOK-ID           PIC 9(5).
           05 FILLER                PIC X       VALUE SPACE.
           05 ACR-COPY-NO           PIC 9(2).
           05 FILLER                PIC X       VALUE SPACE.
           05 ACR-BRANCH            PIC X(3).
           05 FILLER                PIC X       VALUE SPACE.
      * Zanr naslova u trenutku upisa (BD-GENRE).
           05 ACR-GENRE             PIC X(20).
           05 FILLER                PIC X       VALUE SPACE.
      * Jedinstveni broj pokretanja (shared/source/RUNALLOC).
           05 ACR-RUN-NUMBER        PIC 9(6).
