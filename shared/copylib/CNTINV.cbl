      ******************************************************************
      *    CNTINV - Zapis registra neispravnih kontakata (CNTINV).     *
      *             Pise ga shared/source/NTFBNC iz povrata mail       *
      *             housea (odbijeni e-mail, neisporucivo pismo,       *
      *             neuspjeli SMS): jedan zapis po primatelju i        *
      *             kanalu, s referentnom sluzbom i izvornim masterom  *
      *             u kojem se kontakt ispravlja (MEMBFL, CMPFL,       *
      *             CUSTFL, DOG-VSAM), kljucem i kontaktom kakav je    *
      *             bio kad je povrat stigao. NTFDISP po njemu         *
      *             sljedecu obavijest istom primatelju salje drugim   *
      *             kanalom; zapis nestaje kad se kontakt u izvornom   *
      *             masteru promijeni ili istekne razdoblje cuvanja.   *
      ******************************************************************
       01 INVALID-CONTACT-RECORD.
      * Referentna sluzba koja kontakt ispravlja (LIBRARY, ASSETS,
      * BANK, DOGS, ...) - izvodi se iz programa koji je obavijest
      * stavio u red (NTF-PROGRAM-ID).
           05 ICN-DESK                 PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-RECIPIENT            PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
      * Kanal kojim isporuka nije uspjela - MAIL, PRINT ili SMS.
           05 ICN-CHANNEL              PIC X(5).
           05 FILLER                   PIC X      VALUE SPACE.
      * Izvorni master i kljuc zapisa u njemu (broj clana, oznaka
      * racunala, broj kupca, ime psa); razmaci = primatelj nije
      * nadjen ili sluzba nema master kontakata.
           05 ICN-SOURCE-FILE          PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-SOURCE-KEY           PIC X(25).
           05 FILLER                   PIC X      VALUE SPACE.
      * Kontakt iz izvornog mastera u trenutku povrata - kad se u
      * masteru promijeni, kontakt se smatra ispravljenim.
           05 ICN-CONTACT              PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-FIRST-DATE           PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-LAST-DATE            PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-BOUNCES              PIC 9(4).
           05 FILLER                   PIC X      VALUE SPACE.
      * Razlog zadnjeg povrata kako ga je javio mail house.
           05 ICN-REASON-CODE          PIC X(4).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-REASON               PIC X(40).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICN-TEMPLATE             PIC X(8).
