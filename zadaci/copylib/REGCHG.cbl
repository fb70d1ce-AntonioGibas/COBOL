      ******************************************************************
      *    REGCHG - Journal promjena u registru pasa za nacionalni     *
      *             registar mikrocipova (CHGJRN, dopisuje ga DOGTRX,  *
      *             OPEN EXTEND). Svaka provedena REGISTER, TRANSFER i *
      *             DEREGISTER transakcija daje jedan zapis; DOGCHPX   *
      *             iz njega periodicki radi izlaznu datoteku u        *
      *             formatu registra (zadaci/copylib/CHPXREC).         *
      ******************************************************************
       01 REGISTRY-CHANGE-RECORD.
           05 RCH-ACTION            PIC X(10).
               88 RCH-IS-REGISTER    VALUE "REGISTER".
               88 RCH-IS-DEREGISTER  VALUE "DEREGISTER".
               88 RCH-IS-TRANSFER    VALUE "TRANSFER".
           05 FILLER                PIC X.
           05 RCH-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 RCH-TAG               PIC 9(6).
           05 FILLER                PIC X.
      * Prazno dok cip psa nije uskladjen - registar tada psa trazi
      * po lokalnom broju markice.
           05 RCH-CHIP              PIC X(15).
           05 FILLER                PIC X.
           05 RCH-DOG-NAME          PIC X(25).
           05 FILLER                PIC X.
      * Vlasnik nakon promjene (na DEREGISTER-u zadnji vlasnik);
      * prethodni vlasnik samo na TRANSFER-u.
           05 RCH-OWNER             PIC X(25).
           05 FILLER                PIC X.
           05 RCH-OLD-OWNER         PIC X(25).
           05 FILLER                PIC X.
           05 RCH-RACE              PIC X(20).
           05 FILLER                PIC X.
           05 RCH-OPERATOR          PIC X(8).
           05 FILLER                PIC X.
      * Broj DOGTRX pokretanja (RUNALLOC) - DOGCHPX po njemu zna sto
      * je vec poslano.
           05 RCH-RUN-NUMBER        PIC 9(6).
