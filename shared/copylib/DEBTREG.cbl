      ******************************************************************
      *    DEBTREG - Registar zbirnih izvoda duga gradu (STMREG, novi  *
      *              STMREGO). Jedan zapis po dugu na izvodu - saldo   *
      *              zakasnina knjiznice (FINBFL) ili naknade za pse   *
      *              (LICBFL) - sa zajednickim pozivom na broj izvoda. *
      *              Pise ga shared/source/DEBTSTMT u MODE=STATEMENT;  *
      *              MODE=SETTLE po pozivu na broj dijeli uplatu na    *
      *              dugove izvoda i vodi koliko je na koji dug vec    *
      *              rasporedjeno. Otvoreni dugovi starih izvoda       *
      *              prenose se dok se ne podmire ili dug ne nestane   *
      *              iz salda.                                         *
      ******************************************************************
       01 DEBT-REGISTER-RECORD.
      * Poziv na broj izvoda - "MS", broj pokretanja DEBTSTMT-a i
      * redni broj izvoda u runu.
           05 DRG-REFERENCE            PIC X(13).
           05 FILLER                   PIC X      VALUE SPACE.
      * Broj osobe iz indeksa osoba (PTYIDX); nula = dug osobe koja
      * nije u indeksu (izvod samo za taj dug).
           05 DRG-PARTY-ID             PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * LIBRARY = FINBFL saldo (kljuc je FB-BORROWER), DOGS = LICBFL
      * saldo (kljuc je LIC-OWNER) - kljuc ide i u uplatnu
      * transakciju FINEPOST-a (PAYFL) odnosno DOGPAY-a (LPAYFL).
           05 DRG-SYSTEM               PIC X(8).
               88 DRG-LIBRARY-DEBT      VALUE "LIBRARY".
               88 DRG-DOG-DEBT          VALUE "DOGS".
           05 FILLER                   PIC X      VALUE SPACE.
           05 DRG-DEBT-KEY             PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DRG-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X      VALUE SPACE.
      * Dosad rasporedjeno na ovaj dug uplatama po pozivu na broj.
           05 DRG-PAID                 PIC 9(7)V99.
           05 FILLER                   PIC X      VALUE SPACE.
      * Datum od kojeg se dug duguje (FB-SINCE-DATE/LIC-SINCE-DATE).
           05 DRG-SINCE-DATE           PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DRG-STATEMENT-DATE       PIC 9(8).
