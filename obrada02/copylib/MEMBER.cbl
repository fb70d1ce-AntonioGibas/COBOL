      *             transakcije); PPLATE1 iz njega vuce BOOK-BORROWER  *
      *             imena umjesto iz tablice autora, a BOOKCIRC        *
      *             odbija posudbe clanovima koji nisu aktivni.        *
      *             Clanstvo istjece na MBR-EXPIRY-DATE: godisnji      *
      *             ciklus obnove (BORRRENW) salje obavijest i tereti  *
      *             clanarinu prije isteka, BORRREG RENEW produzuje    *
      *             clanstvo kad je clanarina placena, a BOOKCIRC      *
      *             istekloj clanskoj iskaznici odbija CHECKOUT i      *
      *             RENEW.                                             *
      ******************************************************************
       01 MEMBER-DETAIL.
           05 MBR-ID                PIC 9(6).
               88 MBR-CAT-CHILD      VALUE "C".
               88 MBR-CAT-PENSIONER  VALUE "P".
               88 MBR-CAT-INSTITUTION VALUE "I".
           05 FILLER                PIC X       VALUE SPACE.
      * Datum isteka clanstva (yyyymmdd); nula = clan iz vremena prije
      * isteka, datum mu dodjeljuje prvi BORRRENW ciklus.
           05 MBR-EXPIRY-DATE       PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
      * "B" = clanarina za obnovu je zaduzena (BORRRENW), ceka
      * uplatu i RENEW transakciju.
           05 MBR-RENEWAL-FLAG      PIC X.
               88 MBR-RENEWAL-BILLED VALUE "B".
