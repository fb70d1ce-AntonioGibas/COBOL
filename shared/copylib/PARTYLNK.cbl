      ******************************************************************
      *    PARTYLNK - Zapis para uloga za odluku sluzbenika. Isti      *
      *               raspored imaju popis sumnjivih parova (PTYREV,   *
      *               odluka prazna), odluke sluzbenika (PTYDEC) i     *
      *               trajni registar potvrdjenih odluka (PTYLNK u     *
      *               PTYLNKO) koji vodi shared/source/PARTYBLD: Y =   *
      *               ista osoba (uloge se uvijek povezuju), N =       *
      *               razlicite osobe (nikad se ne povezuju). Par s    *
      *               odlukom se vise ne nudi na provjeru. Prva uloga  *
      *               para je uvijek manja po izvoru i kljucu.         *
      ******************************************************************
       01 PARTY-LINK-RECORD.
           05 PLK-SOURCE-1             PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-KEY-1                PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-SOURCE-2             PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-KEY-2                PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-SCORE                PIC 9(3).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-DECISION             PIC X.
               88 PLK-SAME-PARTY        VALUE "Y".
               88 PLK-DIFFERENT-PARTY   VALUE "N".
               88 PLK-DECIDED           VALUE "Y" "N".
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-CLERK                PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-DECISION-DATE        PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Imena obje uloge - samo za citanje sluzbeniku.
           05 PLK-NAME-1               PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PLK-NAME-2               PIC X(50).
