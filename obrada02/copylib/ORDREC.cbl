      ******************************************************************
      *    ORDREC - Zapis otvorene narudzbe u ORDFL kontrolnoj         *
      *             datoteci nabave. BOOKACQ s njom sparuje isporuke   *
      *             dobavljaca: novi naslov po ISBN-u, a dokup         *
      *             primjeraka naslova koji je vec u katalogu po       *
      *             ORD-BOOK-ID-u (katalog ne cuva ISBN, pa se         *
      *             isporuka takve narudzbe prepoznaje po naslovu i    *
      *             autoru). Prijedloge dokupa u istom rasporedu       *
      *             pise BOOKSUGG (ORD-SOURCE "SUGGEST"). Narudzbu s   *
      *             fondom i procijenjenom cijenom primjerka upisuje   *
      *             BOOKORD (dodjeljuje ORD-ORDER-NO i rezervira       *
      *             sredstva fonda, vidi FUNDREC), a BOOKACQ na        *
      *             prijemu rezervaciju oslobadja i knjizi stvarni     *
      *             trosak iz racuna dobavljaca (vidi INVREC).         *
      ******************************************************************
       01 ORDER-RECORD.
           05 ORD-ISBN              PIC X(13).
           05 FILLER                PIC X.
           05 ORD-COPY-COUNT        PIC 9(2).
      * Prosirenje s 16 na 32 bajta - stari zapisi nemaju ova polja
      * (razmaci), pa se ORD-BOOK-ID koji nije numericki cita kao
      * narudzba novog naslova.
           05 FILLER                PIC X.
      * Naslov iz BOOK-VSAM mastera za dokup; nula = novi naslov.
           05 ORD-BOOK-ID           PIC 9(5).
           05 FILLER                PIC X.
      * Izvor narudzbe - razmaci za rucno unesenu, "SUGGEST" za
      * odobreni prijedlog BOOKSUGG-a.
           05 ORD-SOURCE            PIC X(8).
           05 FILLER                PIC X.
      * Prosirenje s 32 na 59 bajtova - fond i cijena; narudzba bez
      * fonda (razmaci) se prima bez knjizenja troska.
           05 ORD-ORDER-NO          PIC 9(6).
           05 FILLER                PIC X.
           05 ORD-FUND-CODE         PIC X(6).
           05 FILLER                PIC X.
           05 ORD-FISCAL-YEAR       PIC 9(4).
           05 FILLER                PIC X.
      * Procijenjena cijena jednog primjerka.
           05 ORD-UNIT-PRICE        PIC 9(5)V99.
           05 FILLER                PIC X.
