      ******************************************************************
      *    WORDREQ - Zajednicki slog zahtjeva za rastavljanje niza na  *
      *              rijeci. Koriste ga programi koji zovu shared/     *
      *              source/WORDSPLT.cbl - CBLTBL-ov rastavljac rijeci *
      *              izdvojen u uslugni potprogram, kako bi ga osim    *
      *              CBLTBL-a mogli koristiti i drugi (npr. indeks     *
      *              kljucnih rijeci kataloga, BOOKKWIX). Pozivatelj   *
      *              puni niz, skup granicnika i najveci broj rijeci,  *
      *              a dobiva rijeci redom pojavljivanja.              *
      ******************************************************************
       01 WORDSPLIT-REQUEST.
           05 WRD-INPUT-STRING         PIC X(200).
      * Konfigurabilan skup granicnika rijeci - svaki znak polja je
      * granicnik. Razmak je granicnik uvijek (prazna mjesta polja).
           05 WRD-DELIMITERS           PIC X(20).
      * Najvise rijeci koje pozivatelj moze primiti (do 50).
           05 WRD-MAX-WORDS            PIC 9(2).
           05 WRD-WORD-COUNT           PIC 9(2).
      * 'Y' - niz ima vise rijeci od WRD-MAX-WORDS; vracene su prve
      * WRD-MAX-WORDS rijeci, a pozivatelj odlucuje sto s ostatkom.
           05 WRD-OVERFLOW-FLAG        PIC X.
               88 WRD-OVERFLOW           VALUE 'Y'.
           05 WRD-WORD OCCURS 50 TIMES PIC X(20).
