      ******************************************************************
      *    STORDGEN - Generator trajnih naloga. Cita kontrolnu         *
      *               datoteku trajnih naloga (STOFL: racun, tip,      *
      *               iznos, valuta, dan u mjesecu, razdoblje vazenja, *
      *               status) i za zadani datum knjizenja (PARM        *
      *               RUNDATE=YYYYMMDD, default danasnji) dospjele     *
      *               naloge (dan u mjesecu, u kracem mjesecu zadnji   *
      *               dan, pomaknut s neradnog dana servisom radnih    *
      *               dana BUSDAY po pravilu STORDGEN-a iz BDAYFL)     *
      *               ispisuje kao transakcije u 36-bajtnom TRNFL      *
      *               rasporedu (STOTRX) za sljedece knjizenje - isti  *
      *               obrazac kojim BANKINT generira INTTRX.           *
      *               Stanarine, place i rate kredita se vise ne       *
      *               tipkaju rucno svaki mjesec.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDER-FILE.
           COPY STOREC.

      * Isti 36-bajtni raspored kao CBLTYPE-ov TRANSACTION-RECORD.
       FD ORDER-TRX-FILE RECORDING MODE F.
      * Datum knjizenja - default danasnji, nadjacava se PARM-om
      * RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YEAR   PIC 9(4).
           05 WS-RUN-MONTH  PIC 9(2).
           05 WS-RUN-DAY    PIC 9(2).

      * Datum izvrsenja naloga po radnim danima - vidi shared/copylib/
      * BDAYREQ i shared/source/BUSDAY (pravilo STORDGEN u BDAYFL).
      * Nalog se izvrsava na dan u mjesecu (u kracem mjesecu zadnji
      * dan) pomaknut s neradnog dana; pomak moze prijeci u susjedni
      * mjesec, pa se gledaju i prethodni i sljedeci mjesec.
           COPY BDAYREQ.
       01 WS-MONTH-OFFSET  PIC S9 VALUE ZEROS.
       01 WS-MONTH-INDEX   PIC 9(6) VALUE ZEROS.
       01 WS-NOM-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-NOM-MONTH     PIC 9(2) VALUE ZEROS.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE ZEROS.
       01 WS-NOM-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-NOM-DATE-PARTS REDEFINES WS-NOM-DATE.
           05 FILLER        PIC 9(6).
           05 WS-NOM-DAY    PIC 9(2).
       01 WS-EXEC-FLAG     PIC X VALUE 'N'.
           88 ORDER-DUE-TODAY VALUE 'Y'.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
                       THRU APPLY-PARM-RUNDATE-PARA-EXIT
           END-IF.

           OPEN INPUT STANDING-ORDER-FILE.
           OPEN OUTPUT ORDER-TRX-FILE.

       APPLY-PARM-RUNDATE-PARA-EXIT.
           EXIT.

      * Nalog dospijeva kad je aktivan, datum izvrsenja (dan u
      * mjesecu po pravilu radnih dana) je datum knjizenja i datum
      * knjizenja pada u razdoblje vazenja.
       CHECK-ORDER-PARA.
           IF NOT STO-ACTIVE
               ADD 1 TO SKIPPED-COUNT
               GO TO CHECK-ORDER-PARA-EXIT
           END-IF.

           IF STO-DAY IS NOT NUMERIC OR STO-DAY = 0 OR STO-DAY > 31
               ADD 1 TO SKIPPED-COUNT
               GO TO CHECK-ORDER-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-EXEC-FLAG.
           PERFORM VARYING WS-MONTH-OFFSET FROM -1 BY 1
                   UNTIL WS-MONTH-OFFSET > 1 OR ORDER-DUE-TODAY
               PERFORM EXECUTION-DATE-PARA
                       THRU EXECUTION-DATE-PARA-EXIT
               IF BDQ-RESULT-DATE = WS-RUN-DATE-NUM
                   SET ORDER-DUE-TODAY TO TRUE
               END-IF
           END-PERFORM.

           IF NOT ORDER-DUE-TODAY
               ADD 1 TO SKIPPED-COUNT
               GO TO CHECK-ORDER-PARA-EXIT
           END-IF.
       CHECK-ORDER-PARA-EXIT.
           EXIT.

      * Datum izvrsenja naloga u mjesecu WS-MONTH-OFFSET od mjeseca
      * knjizenja: STO-DAY (najvise zadnji dan mjeseca) po pravilu
      * STORDGEN-a iz BDAYFL, u BDQ-RESULT-DATE.
       EXECUTION-DATE-PARA.
           COMPUTE WS-MONTH-INDEX =
                   WS-RUN-YEAR * 12 + WS-RUN-MONTH + WS-MONTH-OFFSET.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-NOM-YEAR REMAINDER WS-NOM-MONTH.
           COMPUTE WS-NEXT-MONTH-START =
                   WS-NOM-YEAR * 10000 + (WS-NOM-MONTH + 1) * 100 + 1.
           COMPUTE WS-NOM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           IF STO-DAY < WS-NOM-DAY
               MOVE STO-DAY TO WS-NOM-DAY
           END-IF.

           SET BDQ-APPLY-RULE TO TRUE.
           MOVE "STORDGEN"  TO BDQ-PROGRAM.
           MOVE WS-NOM-DATE TO BDQ-DATE.
           MOVE ZEROS       TO BDQ-DAYS.
           MOVE ZEROS       TO BDQ-TO-DATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       EXECUTION-DATE-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
