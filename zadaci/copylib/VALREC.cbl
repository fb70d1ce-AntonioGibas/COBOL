      ******************************************************************
      *    VALREC - Procjena rabljenog vozila za zamjenu u VALUFL      *
      *             povijesnom skupu (dopisuje ga CARVALU, OPEN        *
      *             EXTEND). Nova cijena je CMD-PRICE modela iz        *
      *             CAR-VSAM, preostala vrijednost po krivulji         *
      *             amortizacije za marku i starost (DEPRFL) i         *
      *             korekcija za kilometrazu po godini starosti        *
      *             (MILEFL) daju raspon ponude. Broj procjene je      *
      *             najveci u VALUFL + 1; CARSALE ga navodi uz vozilo  *
      *             na zamjenu, a CARTRDRP usporeduje ponudu s         *
      *             kasnijom prodajom tog vozila. Iznosi su u valuti   *
      *             kataloga (CMD-CURRENCY).                           *
      ******************************************************************
       01 VALUATION-RECORD.
           05 VAL-REF-NO            PIC 9(6).
           05 FILLER                PIC X.
           05 VAL-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 VAL-CAR-KEY.
               10 VAL-BRAND         PIC X(50).
               10 VAL-MODEL         PIC X(50).
               10 VAL-MODEL-GEN     PIC X(50).
               10 VAL-VERSION       PIC X(30).
           05 FILLER                PIC X.
           05 VAL-VIN               PIC X(17).
           05 FILLER                PIC X.
           05 VAL-CUSTOMER          PIC X(40).
           05 FILLER                PIC X.
      * Prva registracija, starost u godinama i kilometraza.
           05 VAL-REG-YEAR          PIC 9(4).
           05 FILLER                PIC X.
           05 VAL-AGE               PIC 9(2).
           05 FILLER                PIC X.
           05 VAL-MILEAGE           PIC 9(7).
           05 FILLER                PIC X.
      * Izracun - nova cijena, postotak preostale vrijednosti,
      * korekcija za kilometrazu i raspon ponude.
           05 VAL-CURRENCY          PIC X(3).
           05 FILLER                PIC X.
           05 VAL-NEW-PRICE         PIC 9(7)V99.
           05 FILLER                PIC X.
           05 VAL-RESIDUAL-PCT      PIC 9(3)V99.
           05 FILLER                PIC X.
           05 VAL-MILEAGE-ADJ-PCT   PIC S9(3)V99.
           05 FILLER                PIC X.
           05 VAL-OFFER-LOW         PIC 9(7)V99.
           05 FILLER                PIC X.
           05 VAL-OFFER-HIGH        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 VAL-RUN-NUMBER        PIC 9(6).
