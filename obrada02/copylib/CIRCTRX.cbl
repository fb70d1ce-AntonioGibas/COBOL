      ******************************************************************
      *    CIRCTRX - Cirkulacijska transakcija (TRXFL ulaz             *
      *              obrada02/source/BOOKCIRC.cbl). Transakcije s      *
      *              pulta i pretvorene transakcije samoposluznih      *
      *              kioska u istom rasporedu spaja BOOKKIOS, redom    *
      *              CTX-TIMESTAMP-a.                                  *
      ******************************************************************
       01 CIRC-TRX-RECORD.
           05 CTX-ACTION        PIC X(8).
               88 CTX-IS-CHECKOUT VALUE "CHECKOUT".
               88 CTX-IS-CHECKIN  VALUE "CHECKIN".
               88 CTX-IS-RENEW    VALUE "RENEW".
               88 CTX-IS-LOST     VALUE "LOST".
               88 CTX-IS-DAMAGED  VALUE "DAMAGED".
           05 FILLER            PIC X.
           05 CTX-BOOK-ID       PIC 9(5).
           05 FILLER            PIC X.
           05 CTX-COPY-NO       PIC 9(2).
           05 FILLER            PIC X.
           05 CTX-BORROWER      PIC X(30).
           05 FILLER            PIC X.
      * Poslovnica s cijeg je pulta transakcija stigla.
           05 CTX-BRANCH        PIC X(3).
      * Prosirenje s 52 na 74 bajta - vrijeme transakcije
      * (yyyymmddhhmmss) i kiosk koji ju je poslao (razmaci = pult).
      * Stari zapisi pulta nemaju ova polja; BOOKCIRC ih ne cita.
           05 FILLER            PIC X.
           05 CTX-TIMESTAMP     PIC 9(14).
           05 FILLER            PIC X.
           05 CTX-KIOSK-ID      PIC X(6).
