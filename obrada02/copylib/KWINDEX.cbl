      ******************************************************************
      *    KWINDEX - Zapis invertiranog indeksa kljucnih rijeci        *
      *              kataloga u KWIDX KSDS klasteru. Kljuc je rijec +  *
      *              naslov (KWX-WORD + KWX-BOOK-ID, ista slozena      *
      *              konvencija kao BC-KEY), pa START na rijec i READ  *
      *              NEXT dok traje ista rijec daje sve naslove koji   *
      *              je sadrze. Svake noci ga iznova gradi obrada02/   *
      *              source/BOOKKWIX.cbl iz BD-TITLE i BD-AUTHOR, a    *
      *              cita ga BOOKSRCH (KEYWORDS= pretraga).            *
      ******************************************************************
       01 KEYWORD-INDEX-RECORD.
           05 KWX-KEY.
      * Rijec velikim slovima, bez stop-rijeci (vidi STOPWRD).
               10 KWX-WORD          PIC X(20).
               10 KWX-BOOK-ID       PIC 9(5).
      * Gdje se rijec pojavljuje - u naslovu, u autoru ili u oba.
           05 KWX-SOURCE            PIC X.
               88 KWX-IN-TITLE       VALUE "T".
               88 KWX-IN-AUTHOR      VALUE "A".
               88 KWX-IN-BOTH        VALUE "B".
