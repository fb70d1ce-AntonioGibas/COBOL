      ******************************************************************
      *    FINEBAL - Zapis salda zakasnina jednog clana u FINBFL skupu *
      *              podataka (saldo se prenosi iz runa u run, kao     *
      *              MEMBFL master clanova). Odrzava ga obrada02/      *
      *              source/FINEPOST.cbl: zaduzenja iz BOOKOVD-ove     *
      *              knjige zaduzenja (FINLED) saldo povecavaju, a     *
      *              PAYMENT/WAIVER transakcije ga smanjuju. BOOKCIRC  *
      *              iz njega cita dug clana i odbija CHECKOUT preko   *
      *              dozvoljenog praga, a BORRREG iz njega provjerava  *
      *              je li zaduzena clanarina placena.                 *
      ******************************************************************
       01 FINE-BALANCE-DETAIL.
           05 FB-BORROWER           PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 FB-BALANCE            PIC 9(7)V99.
           05 FILLER                PIC X       VALUE SPACE.
      * Datum od kojeg clan neprekidno duguje (run u kojem je saldo
      * s nule postao dug) - po njemu se dug stari na zbirnom
      * izvodu (shared/source/DEBTSTMT). Nula = dug iz vremena prije
      * datiranja salda.
           05 FB-SINCE-DATE         PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
      * Dio salda koji otpada na zaduzenu clanarinu (BORRRENW zapis u
      * FINLED bez knjige i primjerka) a jos nije podmiren, i datum
      * runa u kojem je FINEPOST clanarinu zadnji put knjizio (nula =
      * clanarina nikad knjizena). Po njima BORRREG RENEW zna da je
      * upravo ova clanarina knjizena i placena - ostali dug clana
      * obnovu ne koci.
           05 FB-RENEWAL-DUE        PIC 9(7)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 FB-RENEWAL-POSTED     PIC 9(8).
