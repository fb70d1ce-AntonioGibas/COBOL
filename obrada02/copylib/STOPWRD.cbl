      ******************************************************************
      *    STOPWRD - Ugradjeni popis stop-rijeci za indeks kljucnih    *
      *              rijeci kataloga (BOOKKWIX) i KEYWORDS= pretragu   *
      *              (BOOKSRCH). Vrijedi kad kontrolna datoteka STOPFL *
      *              (jedna rijec po zapisu) nije zadana ili je        *
      *              prazna - oba programa moraju koristiti isti       *
      *              popis, inace bi pretraga trazila rijeci koje      *
      *              indeks nikad ne sadrzi.                           *
      ******************************************************************
       01 DEFAULT-STOP-WORDS.
           05 FILLER PIC X(20) VALUE "A".
           05 FILLER PIC X(20) VALUE "AN".
           05 FILLER PIC X(20) VALUE "AND".
           05 FILLER PIC X(20) VALUE "AS".
           05 FILLER PIC X(20) VALUE "AT".
           05 FILLER PIC X(20) VALUE "BY".
           05 FILLER PIC X(20) VALUE "FOR".
           05 FILLER PIC X(20) VALUE "FROM".
           05 FILLER PIC X(20) VALUE "IN".
           05 FILLER PIC X(20) VALUE "IS".
           05 FILLER PIC X(20) VALUE "OF".
           05 FILLER PIC X(20) VALUE "ON".
           05 FILLER PIC X(20) VALUE "OR".
           05 FILLER PIC X(20) VALUE "THE".
           05 FILLER PIC X(20) VALUE "TO".
           05 FILLER PIC X(20) VALUE "WITH".
           05 FILLER PIC X(20) VALUE "I".
           05 FILLER PIC X(20) VALUE "ILI".
           05 FILLER PIC X(20) VALUE "NA".
           05 FILLER PIC X(20) VALUE "OD".
           05 FILLER PIC X(20) VALUE "DO".
           05 FILLER PIC X(20) VALUE "ZA".
           05 FILLER PIC X(20) VALUE "U".
           05 FILLER PIC X(20) VALUE "S".
           05 FILLER PIC X(20) VALUE "SA".
       01 DEFAULT-STOP-TABLE REDEFINES DEFAULT-STOP-WORDS.
           05 DEFAULT-STOP-WORD OCCURS 25 TIMES PIC X(20).
