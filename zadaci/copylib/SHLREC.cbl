      ******************************************************************
      *    SHLREC - Dogadaj u gradskom prihvatilistu za pse u SHLFL    *
      *             povijesnom skupu (dopisuje ga DOGSHLT, OPEN        *
      *             EXTEND). Svaki prihvat (INTAKE) dobiva broj        *
      *             prihvata (najveci u SHLFL + 1) i rok zakonskog     *
      *             cuvanja; ishod (RECLAIM, ADOPT, EUTHANASIA,        *
      *             DEATH) je zaseban zapis s istim brojem prihvata i  *
      *             prepisanim podacima o psu. DOGSHRP iz skupa radi   *
      *             mjesecni izvjestaj za gradski veterinarski ured.   *
      ******************************************************************
       01 SHELTER-RECORD.
           05 SHL-INTAKE-NO         PIC 9(6).
           05 FILLER                PIC X.
           05 SHL-EVENT             PIC X(10).
               88 SHL-IS-INTAKE      VALUE "INTAKE".
               88 SHL-IS-RECLAIM     VALUE "RECLAIM".
               88 SHL-IS-ADOPT       VALUE "ADOPT".
               88 SHL-IS-EUTHANASIA  VALUE "EUTHANASIA".
               88 SHL-IS-DEATH       VALUE "DEATH".
           05 FILLER                PIC X.
           05 SHL-EVENT-DATE        PIC 9(8).
           05 FILLER                PIC X.
      * Pas - markica i registrirani vlasnik iz TAG-VSAM pregleda
      * (nula/prazno za psa bez markice).
           05 SHL-TAG               PIC 9(6).
           05 FILLER                PIC X.
           05 SHL-DOG-NAME          PIC X(25).
           05 FILLER                PIC X.
           05 SHL-OWNER             PIC X(25).
           05 FILLER                PIC X.
           05 SHL-RACE              PIC X(20).
           05 FILLER                PIC X.
           05 SHL-FOUND-PLACE       PIC X(30).
           05 FILLER                PIC X.
      * Kraj zakonskog roka cuvanja - prije njega pas se ne udomljuje.
           05 SHL-HOLD-UNTIL        PIC 9(8).
           05 FILLER                PIC X.
      * Vlasnik koji je psa preuzeo (RECLAIM) ili novi vlasnik
      * (ADOPT).
           05 SHL-PERSON            PIC X(25).
           05 FILLER                PIC X.
           05 SHL-NOTIFIED          PIC X.
               88 SHL-OWNER-NOTIFIED VALUE "Y".
           05 FILLER                PIC X.
           05 SHL-RUN-NUMBER        PIC 9(6).
