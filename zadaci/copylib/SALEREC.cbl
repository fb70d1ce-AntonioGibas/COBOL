      ******************************************************************
      *    SALEREC - Kupoprodajni ugovor za jedno vozilo u SALEFL      *
      *              povijesnom skupu (dopisuje ga CARSALE, OPEN       *
      *              EXTEND). Nosi kupca, VIN i referencu na katalog,  *
      *              ugovorenu cijenu, popust, PDV, protuvrijednost    *
      *              vozila na zamjenu i nacin placanja, a za prodaju  *
      *              na kredit i broj kreditnog racuna u ACCTFL,       *
      *              ucesce, rok, kamatnu stopu i mjesecnu ratu.       *
      *              Broj ugovora je najveci u SALEFL + 1, a broj      *
      *              racuna (fakture) je godina-broj ugovora.          *
      *              Svi iznosi su u valuti kataloga (CMD-CURRENCY).   *
      *              SAL-QUOTE-NO je broj CARQUOTE ponude (QUOTEFL) po *
      *              kojoj je vozilo prodano, nula ako je nema.        *
      *              SAL-VALUATION-NO je broj CARVALU procjene vozila  *
      *              na zamjenu (VALUFL), nula ako je nema.            *
      *              SAL-TAX-BRACKET i SAL-REG-TAX su procjena poreza  *
      *              pri registraciji iz CARTAX-ovog TAXFL-a (u valuti *
      *              kataloga), prazno/nula za nerazvrstani model.     *
      ******************************************************************
       01 SALE-CONTRACT-RECORD.
           05 SAL-CONTRACT-NO       PIC 9(6).
           05 FILLER                PIC X.
           05 SAL-INVOICE-NO        PIC X(11).
           05 FILLER                PIC X.
           05 SAL-SALE-DATE         PIC 9(8).
           05 FILLER                PIC X.
      * Vozilo - VIN iz STK-VSAM i kljuc kataloga (CMD-KEY).
           05 SAL-VIN               PIC X(17).
           05 FILLER                PIC X.
           05 SAL-CAR-KEY.
               10 SAL-BRAND         PIC X(50).
               10 SAL-MODEL         PIC X(50).
               10 SAL-MODEL-GEN     PIC X(50).
               10 SAL-VERSION       PIC X(30).
           05 FILLER                PIC X.
      * Kupac - OIB/broj isprave, ime, adresa i mjesto.
           05 SAL-BUYER-ID          PIC X(11).
           05 FILLER                PIC X.
           05 SAL-BUYER-NAME        PIC X(40).
           05 FILLER                PIC X.
           05 SAL-BUYER-ADDRESS     PIC X(40).
           05 FILLER                PIC X.
           05 SAL-BUYER-CITY        PIC X(30).
           05 FILLER                PIC X.
      * Cijena - katalog, ugovoreno, popust, osnovica, PDV, ukupno.
           05 SAL-CURRENCY          PIC X(3).
           05 FILLER                PIC X.
           05 SAL-LIST-PRICE        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-AGREED-PRICE      PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-DISCOUNT          PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-NET-AMOUNT        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-VAT-RATE          PIC 9(2)V99.
           05 FILLER                PIC X.
           05 SAL-VAT-AMOUNT        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-GROSS-AMOUNT      PIC 9(7)V99.
           05 FILLER                PIC X.
      * Vozilo na zamjenu - priznata vrijednost umanjuje iznos za
      * placanje.
           05 SAL-TRADEIN-VIN       PIC X(17).
           05 FILLER                PIC X.
           05 SAL-TRADEIN-CREDIT    PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-AMOUNT-DUE        PIC 9(7)V99.
           05 FILLER                PIC X.
      * Nacin placanja i kredit.
           05 SAL-PAY-METHOD        PIC X(8).
               88 SAL-PAID-CASH      VALUE "CASH".
               88 SAL-PAID-CARD      VALUE "CARD".
               88 SAL-PAID-TRANSFER  VALUE "TRANSFER".
               88 SAL-FINANCED       VALUE "LOAN".
           05 FILLER                PIC X.
           05 SAL-DOWN-PAYMENT      PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-FINANCED-AMOUNT   PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-LOAN-ACCOUNT      PIC 9(12).
           05 FILLER                PIC X.
           05 SAL-LOAN-TERM         PIC 9(3).
           05 FILLER                PIC X.
           05 SAL-LOAN-RATE         PIC 9(2)V99.
           05 FILLER                PIC X.
           05 SAL-INSTALLMENT       PIC 9(7)V99.
           05 FILLER                PIC X.
           05 SAL-FIRST-DUE-DATE    PIC 9(8).
           05 FILLER                PIC X.
           05 SAL-LAST-DUE-DATE     PIC 9(8).
           05 FILLER                PIC X.
           05 SAL-RUN-NUMBER        PIC 9(6).
           05 FILLER                PIC X.
           05 SAL-QUOTE-NO          PIC 9(6).
           05 FILLER                PIC X.
           05 SAL-VALUATION-NO      PIC 9(6).
           05 FILLER                PIC X.
           05 SAL-TAX-BRACKET       PIC X(4).
           05 FILLER                PIC X.
           05 SAL-REG-TAX           PIC 9(7)V99.
