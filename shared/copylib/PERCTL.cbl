      ******************************************************************
      *    PERCTL - Zapis kontrole knjigovodstvenih razdoblja (PERCTL  *
      *             skup podataka, odrzava ga shared/source/PERCLOSE). *
      *             Jedan zapis po knjizi i mjesecu: BANK (CBLTYPE),   *
      *             LIBRARY (FINEPOST), DOGS (DOGPAY), CHAMPS          *
      *             (CMPRIZE). Mjesec bez zapisa je otvoren. Zatvoreno *
      *             razdoblje ne prima knjizenja - PERCHK ih po PER-   *
      *             LATE-ACTION odbija ili preusmjerava u prvi         *
      *             otvoreni mjesec.                                   *
      ******************************************************************
       01 PERIOD-CONTROL-RECORD.
           05 PER-LEDGER               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Razdoblje YYYYMM.
           05 PER-PERIOD               PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PER-STATUS               PIC X(6).
               88 PER-OPEN              VALUE "OPEN".
               88 PER-CLOSED            VALUE "CLOSED".
           05 FILLER                   PIC X      VALUE SPACE.
      * Sto s knjizenjem datiranim u zatvoreno razdoblje: R = odbiti,
      * D = preusmjeriti na prvi dan prvog otvorenog mjeseca iza
      * njega. Postavlja ga financije pri zatvaranju (PARM LATE=).
           05 PER-LATE-ACTION          PIC X.
               88 PER-LATE-REJECT       VALUE "R".
               88 PER-LATE-REDIRECT     VALUE "D".
           05 FILLER                   PIC X      VALUE SPACE.
           05 PER-CHANGED-DATE         PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PER-CHANGED-BY           PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Broj odobrene cekajuce promjene (PENDFL, PCH-ID) kojom je
      * razdoblje ponovno otvoreno - nula za zatvaranje.
           05 PER-REFERENCE            PIC 9(6).
