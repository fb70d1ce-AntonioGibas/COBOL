      ******************************************************************
      *    BDAYREQ - Zahtjev/odgovor zajednickog servisa radnih dana   *
      *              (shared/source/BUSDAY.cbl). BDQ-FUNCTION R        *
      *              primjenjuje pravilo programa BDQ-PROGRAM iz       *
      *              kontrolne datoteke BDAYFL: BDQ-DATE + BDQ-DAYS    *
      *              dana (kalendarskih ili radnih, po pravilu) pa     *
      *              pomak datuma koji ne pada na radni dan (NEXT,     *
      *              PREV ili NONE); N i P vracaju sljedeci/prethodni  *
      *              radni dan, A pomice datum za BDQ-DAYS radnih      *
      *              dana, C broji radne dane od BDQ-DATE (iskljucivo) *
      *              do BDQ-TO-DATE (ukljucivo). Radni dan odreduje    *
      *              CALSRV (CALFL kalendar).                          *
      ******************************************************************
       01 BUSINESS-DAY-REQUEST.
           05 BDQ-FUNCTION             PIC X.
               88 BDQ-APPLY-RULE        VALUE "R".
               88 BDQ-NEXT-DAY          VALUE "N".
               88 BDQ-PREVIOUS-DAY      VALUE "P".
               88 BDQ-ADD-DAYS          VALUE "A".
               88 BDQ-COUNT-DAYS        VALUE "C".
      * PROGRAM-ID pozivatelja - kljuc pravila u BDAYFL.
           05 BDQ-PROGRAM              PIC X(8).
           05 BDQ-DATE                 PIC 9(8).
      * Broj dana za R i A (A dopusta i negativan); za C povratno
      * polje s brojem dana.
           05 BDQ-DAYS                 PIC S9(5).
           05 BDQ-TO-DATE              PIC 9(8).
           05 BDQ-RESULT-DATE          PIC 9(8).
      * Primijenjeno pravilo - NEXT/PREV/NONE i CAL/BUS.
           05 BDQ-ADJUST               PIC X(4).
           05 BDQ-COUNT-MODE           PIC X(3).
      * "00" = pravilo nadjeno u BDAYFL, "04" = programa nema u BDAYFL
      * pa vrijedi default (NEXT, CAL), "08" = u 60 dana nema radnog
      * dana (datum ostaje nepomaknut), "90" = neispravan datum ili
      * funkcija u zahtjevu.
           05 BDQ-RESULT               PIC XX.
