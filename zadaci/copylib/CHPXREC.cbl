      ******************************************************************
      *    CHPXREC - Zapis razmjene s nacionalnim registrom kucnih     *
      *              ljubimaca (mikrocipovi). Isti raspored vrijedi za *
      *              izlaznu datoteku (CHPOUT, pise je DOGCHPX - nove  *
      *              registracije, prijenosi i odjave) i za povratnu   *
      *              datoteku registra (CHPIN, cita je DOGCHPR) sa     *
      *              stanjem cipa u registru. Datoteka pocinje         *
      *              zaglavljem (H), slijede detalji (D), a zavrsava   *
      *              zakljuckom (T) s brojem detalja.                  *
      ******************************************************************
       01 CHIP-EXCHANGE-RECORD.
           05 CPX-REC-TYPE          PIC X.
               88 CPX-IS-HEADER      VALUE "H".
               88 CPX-IS-DETAIL      VALUE "D".
               88 CPX-IS-TRAILER     VALUE "T".
           05 FILLER                PIC X.
           05 CPX-DETAIL.
      * N = nova registracija, T = prijenos, D = odjava; u povratnoj
      * datoteci S = stanje cipa u registru.
               10 CPX-ACTION        PIC X.
                   88 CPX-IS-NEW      VALUE "N".
                   88 CPX-IS-TRANSFER VALUE "T".
                   88 CPX-IS-DEREG    VALUE "D".
                   88 CPX-IS-STATUS   VALUE "S".
               10 FILLER            PIC X.
               10 CPX-CHIP          PIC X(15).
               10 FILLER            PIC X.
      * Lokalni broj markice (DG-TAG) - registar ga vraca uz cip.
               10 CPX-LOCAL-ID      PIC 9(6).
               10 FILLER            PIC X.
               10 CPX-DOG-NAME      PIC X(25).
               10 FILLER            PIC X.
               10 CPX-OWNER         PIC X(25).
               10 FILLER            PIC X.
               10 CPX-OLD-OWNER     PIC X(25).
               10 FILLER            PIC X.
               10 CPX-RACE          PIC X(20).
               10 FILLER            PIC X.
               10 CPX-EVENT-DATE    PIC 9(8).
               10 FILLER            PIC X.
      * Stanje psa u nacionalnom registru (povratna datoteka).
               10 CPX-STATUS        PIC X.
                   88 CPX-DOG-ACTIVE   VALUE "A".
                   88 CPX-DOG-DECEASED VALUE "D".
           05 CPX-HEADER REDEFINES CPX-DETAIL.
               10 CPX-SENDER        PIC X(10).
               10 FILLER            PIC X.
               10 CPX-FILE-DATE     PIC 9(8).
               10 FILLER            PIC X.
               10 CPX-FILE-RUN      PIC 9(6).
               10 FILLER            PIC X(108).
           05 CPX-TRAILER REDEFINES CPX-DETAIL.
               10 CPX-RECORD-COUNT  PIC 9(7).
               10 FILLER            PIC X(127).
