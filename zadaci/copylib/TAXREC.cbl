      ******************************************************************
      *    TAXREC - Procjena poreza pri registraciji za jedan model iz *
      *             kataloga u TAXFL skupu (puni ga CARTAX iznova pri  *
      *             svakom pokretanju, OPEN OUTPUT). Razred se odreduje*
      *             po snazi (CMD-HP-PS) i cijeni u EUR (CMD-PRICE     *
      *             preko RATEFL tecaja) iz tablice razreda vazece na  *
      *             dan obrade (TAXCTL); TAX-PREV-BRACKET je razred po *
      *             prethodnoj tablici. Porez je u EUR i u valuti      *
      *             kataloga (CMD-CURRENCY). CARQUOTE i CARSALE ga po  *
      *             kljucu modela preuzimaju u ponudu i ugovor.        *
      ******************************************************************
       01 REG-TAX-RECORD.
      * Model iz kataloga - isti kljuc kao CMD-KEY.
           05 TAX-CAR-KEY.
               10 TAX-BRAND         PIC X(50).
               10 TAX-MODEL         PIC X(50).
               10 TAX-MODEL-GEN     PIC X(50).
               10 TAX-VERSION       PIC X(30).
           05 FILLER                PIC X.
      * Tablica razreda (datum vazenja), razred i usporedba s
      * razredom po prethodnoj tablici.
           05 TAX-EFFECTIVE-DATE    PIC 9(8).
           05 FILLER                PIC X.
           05 TAX-BRACKET           PIC X(4).
           05 FILLER                PIC X.
           05 TAX-PREV-BRACKET      PIC X(4).
           05 FILLER                PIC X.
           05 TAX-CHANGE-FLAG       PIC X.
               88 TAX-BRACKET-SAME    VALUE " ".
               88 TAX-BRACKET-CHANGED VALUE "C".
               88 TAX-BRACKET-NEW     VALUE "N".
           05 FILLER                PIC X.
      * Osnovica razvrstavanja i porez.
           05 TAX-HP-PS             PIC 9(4).
           05 FILLER                PIC X.
           05 TAX-PRICE-EUR         PIC 9(7)V99.
           05 FILLER                PIC X.
           05 TAX-AMOUNT-EUR        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 TAX-CURRENCY          PIC X(3).
           05 FILLER                PIC X.
           05 TAX-AMOUNT            PIC 9(7)V99.
           05 FILLER                PIC X.
           05 TAX-RUN-NUMBER        PIC 9(6).
