      ******************************************************************
      *    PERREQ - Zahtjev/odgovor provjere knjigovodstvenog          *
      *             razdoblja (shared/source/PERCHK.cbl). Program koji *
      *             knjizi puni knjigu, svoj PROGRAM-ID, broj          *
      *             pokretanja, datum knjizenja, referencu i iznos     *
      *             stavke; servis vraca O (razdoblje otvoreno), R     *
      *             (odbiti) ili D (preusmjeriti na PRQ-NEW-DATE);     *
      *             pozivatelj koji ne moze knjiziti pod drugim        *
      *             datumom puni PRQ-ALLOW-REDIRECT = N i dobiva samo  *
      *             O ili R. Svaka odbijena ili preusmjerena stavka    *
      *             ide u zajednicki PERLOG trag.                      *
      ******************************************************************
       01 PERIOD-CHECK-REQUEST.
      * BANK, LIBRARY, DOGS ili CHAMPS - vidi shared/copylib/PERCTL.
           05 PRQ-LEDGER               PIC X(8).
           05 PRQ-PROGRAM-ID           PIC X(8).
           05 PRQ-RUN-NUMBER           PIC 9(6).
           05 PRQ-POST-DATE            PIC 9(8).
      * Kljuc stavke za trag i izvjestaj (racun, clan, vlasnik...).
           05 PRQ-REFERENCE            PIC X(30).
           05 PRQ-AMOUNT               PIC S9(12)V99.
           05 PRQ-RESULT               PIC X.
               88 PRQ-PERIOD-OPEN       VALUE "O".
               88 PRQ-REJECTED          VALUE "R".
               88 PRQ-REDIRECTED        VALUE "D".
      * Novi datum knjizenja kod preusmjeravanja (YYYYMM01).
           05 PRQ-NEW-DATE             PIC 9(8).
      * Zatvoreno razdoblje u koje je stavka bila datirana.
           05 PRQ-CLOSED-PERIOD        PIC 9(6).
      * "N" = pozivatelj ne smije knjiziti pod drugim datumom - stavka
      * u zatvorenom razdoblju se uvijek odbija (R), bez obzira na
      * PER-LATE-ACTION. "Y" = preusmjeravanje po PER-LATE-ACTION.
           05 PRQ-ALLOW-REDIRECT       PIC X.
               88 PRQ-REDIRECT-ALLOWED  VALUE "Y".
               88 PRQ-REJECT-ONLY       VALUE "N".
