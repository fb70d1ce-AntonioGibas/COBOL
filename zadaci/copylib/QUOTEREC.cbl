      ******************************************************************
      *    QUOTEREC - Ponuda kupcu za jedan model iz kataloga u QUOTEFL*
      *               povijesnom skupu (dopisuje ga CARQUOTE, OPEN     *
      *               EXTEND). Cijene su dvaput: u valuti kataloga     *
      *               (osnovna cijena CMD-PRICE, oprema po cjeniku     *
      *               opreme, ucinak aktivne kampanje) i u valuti      *
      *               kupca preko RATEFL tecaja (osnovica, PDV,        *
      *               ukupno). Broj ponude je najveci u QUOTEFL + 1;   *
      *               ponuda vrijedi do QTE-VALID-TO. CARSALE po broju *
      *               ponude vezuje ugovor na ponudu iz koje je nastao.*
      *               Procjena poreza pri registraciji (razred iz      *
      *               CARTAX-ovog TAXFL-a) je u valuti kupca, izvan    *
      *               ukupnog iznosa s PDV-om.                         *
      ******************************************************************
       01 QUOTE-RECORD.
           05 QTE-QUOTE-NO          PIC 9(6).
           05 FILLER                PIC X.
           05 QTE-QUOTE-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 QTE-VALID-TO          PIC 9(8).
           05 FILLER                PIC X.
      * Model iz kataloga - isti kljuc kao CMD-KEY.
           05 QTE-CAR-KEY.
               10 QTE-BRAND         PIC X(50).
               10 QTE-MODEL         PIC X(50).
               10 QTE-MODEL-GEN     PIC X(50).
               10 QTE-VERSION       PIC X(30).
           05 FILLER                PIC X.
           05 QTE-CUSTOMER          PIC X(40).
           05 FILLER                PIC X.
      * Iznosi u valuti kataloga (CMD-CURRENCY), bez PDV-a.
           05 QTE-CATALOG-CURRENCY  PIC X(3).
           05 FILLER                PIC X.
           05 QTE-BASE-PRICE        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 QTE-OPTIONS-PRICE     PIC 9(7)V99.
           05 FILLER                PIC X.
           05 QTE-CAMPAIGN-ADJ      PIC S9(7)V99.
           05 FILLER                PIC X.
           05 QTE-NET-PRICE         PIC 9(7)V99.
           05 FILLER                PIC X.
      * Odabrana oprema (EQ-NAME iz cjenika opreme).
           05 QTE-OPTION-COUNT      PIC 9.
           05 FILLER                PIC X.
           05 QTE-OPTION-NAME OCCURS 8 TIMES
                                    PIC X(20).
           05 FILLER                PIC X.
      * Iznosi u valuti kupca.
           05 QTE-CURRENCY          PIC X(3).
           05 FILLER                PIC X.
           05 QTE-NET-CUSTOMER      PIC 9(7)V99.
           05 FILLER                PIC X.
           05 QTE-VAT-RATE          PIC 9(2)V99.
           05 FILLER                PIC X.
           05 QTE-VAT-CUSTOMER      PIC 9(7)V99.
           05 FILLER                PIC X.
           05 QTE-TOTAL-CUSTOMER    PIC 9(7)V99.
           05 FILLER                PIC X.
           05 QTE-RUN-NUMBER        PIC 9(6).
           05 FILLER                PIC X.
           05 QTE-TAX-BRACKET       PIC X(4).
           05 FILLER                PIC X.
           05 QTE-REG-TAX-CUSTOMER  PIC 9(7)V99.
