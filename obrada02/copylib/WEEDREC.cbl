      ******************************************************************
      *    WEEDREC - Kandidat za otpis (weeding) - jedan primjerak po  *
      *              zapisu. BOOKWEED ga u MODE=LIST pise u WEEDOUT s  *
      *              praznim WDC-APPROVE; knjiznicar upisuje "Y" kod   *
      *              primjeraka koje odobrava za otpis, a BOOKWEED u   *
      *              MODE=APPROVE od odobrenih pravi REMOVE            *
      *              transakcije za BOOKCPY (vidi CPYTRX).             *
      ******************************************************************
       01 WEED-CANDIDATE-RECORD.
           05 WDC-APPROVE           PIC X.
               88 WDC-APPROVED       VALUE "Y".
           05 FILLER                PIC X.
           05 WDC-BOOK-ID           PIC 9(5).
           05 FILLER                PIC X.
           05 WDC-COPY-NO           PIC 9(2).
           05 FILLER                PIC X.
           05 WDC-BRANCH            PIC X(3).
           05 FILLER                PIC X.
           05 WDC-GENRE             PIC X(20).
           05 FILLER                PIC X.
           05 WDC-YEAR              PIC 9(4).
           05 FILLER                PIC X.
      * Datum zadnje posudbe iz CIRHST; nula = nijedna u povijesti.
           05 WDC-LAST-CHECKOUT     PIC 9(8).
           05 FILLER                PIC X.
           05 WDC-TITLE             PIC X(50).
