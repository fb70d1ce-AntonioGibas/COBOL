      ******************************************************************
      *    DOGENF - Ovrha nad vlasnicima pasa koji krse propise. Iz    *
      *             istih izvora kao DOGVACC (VACCFL - pas bez vazeceg *
      *             cijepljenja), DOGPAY (LICBFL - neplacena naknada   *
      *             za dozvolu) i DOGBITE (DG-DANGEROUS - opasni pas,  *
      *             a u DNGMSR nema potvrdjenih mjera) slaze razloge   *
      *             po vlasniku i vodi predmet po vlasniku u ENFFL     *
      *             masteru (zadaci/copylib/ENFREC; stari master       *
      *             ENFFL, novi ENFOUT). Predmet krece upozorenjem, a  *
      *             po rokovima iz kontrolne datoteke ENFCTL (rok se   *
      *             pomice po BUSDAY pravilu za DOGENF) raste u prvu   *
      *             pa drugu kaznu; iznos kazne ide u ENFINV u         *
      *             rasporedu DOGBILL-ova izvoda racuna, pa ga DOGPAY  *
      *             kroz INVFL ulaz knjizi na saldo vlasnika u LICBFL. *
      *             Pisma vlasnicima idu kroz NTFQFL red (WRITENTF), a *
      *             predmet vlasnika bez ijednog razloga se sam        *
      *             zatvara.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGENF.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Kontrolna datoteka stupnjeva ovrhe - rok, iznos kazne i
      * predlozak pisma po stupnju.
           SELECT ENF-CONTROL-FILE ASSIGN TO ENFCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS VSAM-STATUS.

      * Skup podataka cijepljenja (DOGVACC).
           SELECT OPTIONAL VACCINATION-FILE ASSIGN TO VACCFL
                  ORGANIZATION IS SEQUENTIAL.

      * Saldo naknada po vlasniku (DOGPAY master).
           SELECT OPTIONAL LICENCE-BALANCE-FILE ASSIGN TO LICBFL
                  ORGANIZATION IS SEQUENTIAL.

      * Potvrdjene mjere za opasne pse (brnjica, ograda, osiguranje)
      * - unosi ih redarstvo nakon pregleda.
           SELECT OPTIONAL MEASURES-FILE ASSIGN TO DNGMSR
                  ORGANIZATION IS SEQUENTIAL.

      * Master predmeta - stari ulazno, novi izlazno.
           SELECT OPTIONAL CASE-MASTER-IN ASSIGN TO ENFFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASE-MASTER-OUT ASSIGN TO ENFOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Kazne za DOGPAY (INVFL ulaz).
           SELECT PENALTY-CHARGE-FILE ASSIGN TO ENFINV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COMPLIANCE-REPORT ASSIGN TO CMPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Redak '*' u stupcu 1 je komentar.
       FD ENF-CONTROL-FILE.
       01 ENF-CONTROL-RECORD.
           05 ECT-LEVEL         PIC X.
           05 FILLER            PIC X.
      * Dana od prethodnog stupnja do ovog (za upozorenje se ne
      * koristi - ide odmah).
           05 ECT-DAYS          PIC 9(3).
           05 FILLER            PIC X.
           05 ECT-AMOUNT        PIC 9(5)V99.
           05 FILLER            PIC X.
           05 ECT-TEMPLATE      PIC X(8).

       FD DOG-VSAM.
           COPY DOGDET.

      * Isti raspored kao VACCINATION-RECORD u DOGVACC-u.
       FD VACCINATION-FILE.
       01 VACCINATION-RECORD.
           05 VAC-DOG-NAME      PIC X(25).
           05 FILLER            PIC X.
           05 VAC-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 VAC-VACCINE-CODE  PIC X(8).
           05 FILLER            PIC X.
           05 VAC-DATE-GIVEN    PIC 9(8).
           05 FILLER            PIC X.
           05 VAC-VALID-UNTIL   PIC 9(8).

      * Isti raspored kao LICENCE-BALANCE-DETAIL u DOGPAY-u.
       FD LICENCE-BALANCE-FILE.
       01 LICENCE-BALANCE-DETAIL.
           05 LIC-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 LIC-BALANCE       PIC 9(7)V99.
           05 FILLER            PIC X.
           05 LIC-SINCE-DATE    PIC 9(8).

       FD MEASURES-FILE.
       01 MEASURES-RECORD.
           05 MSR-DOG-NAME      PIC X(25).
           05 FILLER            PIC X.
           05 MSR-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 MSR-CODE          PIC X(8).
           05 FILLER            PIC X.
           05 MSR-DATE          PIC 9(8).

       FD CASE-MASTER-IN.
           COPY ENFREC.

       FD CASE-MASTER-OUT.
       01 CASE-MASTER-OUT-RECORD PIC X(98).

      * Isti raspored kao INVOICE-RECORD u DOGBILL-u.
       FD PENALTY-CHARGE-FILE.
       01 INVOICE-RECORD.
           05 INV-YEAR          PIC 9(4).
           05 FILLER            PIC X       VALUE SPACE.
           05 INV-OWNER         PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 INV-DOG-COUNT     PIC 9(3).
           05 FILLER            PIC X       VALUE SPACE.
           05 INV-AMOUNT        PIC 9(7)V99.

       FD COMPLIANCE-REPORT.
       01 COMPLIANCE-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-CTL-EOF       PIC X VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
       01 WS-DOG-EOF       PIC X VALUE 'N'.
           88 END-OF-DOGS   VALUE 'Y'.
       01 WS-VACC-EOF      PIC X VALUE 'N'.
           88 END-OF-VACC   VALUE 'Y'.
       01 WS-LIC-EOF       PIC X VALUE 'N'.
           88 END-OF-BALANCES VALUE 'Y'.
       01 WS-MSR-EOF       PIC X VALUE 'N'.
           88 END-OF-MEASURES VALUE 'Y'.
       01 WS-CASE-EOF      PIC X VALUE 'N'.
           88 END-OF-CASES  VALUE 'Y'.

       01 TOTAL-DOGS       PIC 9(5) VALUE ZEROS.
       01 CASES-OPENED     PIC 9(5) VALUE ZEROS.
       01 CASES-ESCALATED  PIC 9(5) VALUE ZEROS.
       01 CASES-CLOSED     PIC 9(5) VALUE ZEROS.
       01 CASES-OPEN       PIC 9(5) VALUE ZEROS.
       01 LETTERS-SENT     PIC 9(5) VALUE ZEROS.
       01 PENALTIES-POSTED PIC 9(5) VALUE ZEROS.
       01 WS-PENALTY-SUM   PIC 9(9)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZZZZZZ9.99.

       01 WS-TODAY-DATE-NUM PIC 9(8).
       01 WS-CHARGE-YEAR    PIC 9(4).

      * Stupnjevi ovrhe iz ENFCTL - 1 upozorenje, 2 prva kazna,
      * 3 druga kazna; svi moraju biti zadani.
       01 LEVEL-TABLE.
           02 LEVEL-ENTRY OCCURS 3 TIMES INDEXED BY LV-IDX.
              03 LV-DEFINED  PIC X VALUE 'N'.
                 88 LV-IS-DEFINED VALUE 'Y'.
              03 LV-DAYS     PIC 9(3).
              03 LV-AMOUNT   PIC 9(5)V99.
              03 LV-TEMPLATE PIC X(8).
       01 WS-LEVEL-NUM     PIC 9 VALUE 0.
       01 WS-NEXT-LEVEL    PIC 9 VALUE 0.

      * Cijepljenja iz VACCFL - za psa vrijedi najnovije.
       01 WS-MAX-VACCS     PIC 9(4) VALUE 5000.
       01 WS-VACC-COUNT    PIC 9(4) VALUE 0.
       01 VACC-TABLE.
           02 VACC-ENTRY OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-VACC-COUNT
                          INDEXED BY VAC-IDX.
              03 VC-DOG-NAME    PIC X(25).
              03 VC-OWNER       PIC X(25).
              03 VC-VALID-UNTIL PIC 9(8).
       01 WS-LATEST-UNTIL  PIC 9(8).

      * Psi s potvrdjenim mjerama iz DNGMSR.
       01 WS-MAX-MEASURES  PIC 9(4) VALUE 1000.
       01 WS-MEASURE-COUNT PIC 9(4) VALUE 0.
       01 MEASURE-TABLE.
           02 MEASURE-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-MEASURE-COUNT
                             INDEXED BY MSR-IDX.
              03 MT-DOG-NAME    PIC X(25).
              03 MT-OWNER       PIC X(25).
       01 WS-MEASURE-FLAG  PIC X VALUE 'N'.
           88 MEASURES-FOUND VALUE 'Y'.

      * Razlozi po vlasniku u ovom runu.
       01 WS-MAX-OWNERS    PIC 9(4) VALUE 2000.
       01 WS-OWNER-COUNT   PIC 9(4) VALUE 0.
       01 OWNER-VIOLATION-TABLE.
           02 OWNER-VIOLATION-ENTRY OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON WS-OWNER-COUNT
                                     INDEXED BY OV-IDX.
              03 OV-OWNER       PIC X(25).
              03 OV-UNVACC      PIC 9(3).
              03 OV-DANGER      PIC 9(3).
              03 OV-UNPAID      PIC 9(7)V99.
       01 WS-LOOKUP-OWNER  PIC X(25) VALUE SPACES.
       01 WS-OWNER-FLAG    PIC X VALUE 'N'.
           88 OWNER-FOUND   VALUE 'Y'.
       01 WS-OWNER-IDX     PIC 9(4) VALUE ZEROS.

      * Predmeti iz ENFFL i novi iz ovog runa.
       01 WS-MAX-CASES     PIC 9(4) VALUE 5000.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 CASE-TABLE.
           02 CASE-ENTRY OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-CASE-COUNT
                          INDEXED BY CS-IDX.
              03 CS-RECORD      PIC X(98).
              03 CS-SEEN        PIC X.
                 88 CS-SEEN-THIS-RUN VALUE 'Y'.
       01 WS-CASE-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-LAST-CASE-NO  PIC 9(6) VALUE ZEROS.

      * Radna slika predmeta - isti raspored kao ENFREC.
       01 WS-CASE.
           05 WC-CASE-NO        PIC 9(6).
           05 FILLER            PIC X.
           05 WC-OWNER          PIC X(25).
           05 FILLER            PIC X.
           05 WC-STATUS         PIC X.
               88 WC-IS-OPEN     VALUE "O".
               88 WC-IS-CLOSED   VALUE "C".
           05 FILLER            PIC X.
           05 WC-LEVEL          PIC 9.
           05 FILLER            PIC X.
           05 WC-OPENED         PIC 9(8).
           05 FILLER            PIC X.
           05 WC-LEVEL-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 WC-CLOSED         PIC 9(8).
           05 FILLER            PIC X.
           05 WC-UNVACC-DOGS    PIC 9(3).
           05 FILLER            PIC X.
           05 WC-DANGER-DOGS    PIC 9(3).
           05 FILLER            PIC X.
           05 WC-UNPAID         PIC 9(7)V99.
           05 FILLER            PIC X.
           05 WC-PENALTY-TOTAL  PIC 9(7)V99.
           05 FILLER            PIC X.
           05 WC-RUN-NUMBER     PIC 9(6).

       01 WS-LEVEL-NAME    PIC X(14) VALUE SPACES.
       01 WS-REASON-TEXT   PIC X(30) VALUE SPACES.
       01 WS-ACTION-TEXT   PIC X(10) VALUE SPACES.
       01 WS-LETTER-TEMPLATE PIC X(8) VALUE SPACES.
       01 WS-LETTER-AMOUNT PIC 9(7)V99 VALUE ZEROS.

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
       01 WS-START-TIMESTAMP.
           05 WS-ST-DAY             PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ST-MONTH           PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ST-YEAR            PIC 9(4).
           05 FILLER                PIC X      VALUE SPACE.
           05 WS-ST-HOURS           PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-MINUTES         PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-SECCONDS        PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-MILISECCONDS    PIC 99.
       01 WS-END-TIMESTAMP.
           05 WS-ET-DAY             PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ET-MONTH           PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ET-YEAR            PIC 9(4).
           05 FILLER                PIC X      VALUE SPACE.
           05 WS-ET-HOURS           PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-MINUTES         PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-SECCONDS        PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-MILISECCONDS    PIC 99.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
           COPY AUDITLOG.

      * Zapis zajednickog reda izlaznih obavijesti - vidi shared/
      * copylib/NOTIFREC i shared/source/WRITENTF; po jedno pismo
      * vlasniku na svakoj promjeni predmeta.
           COPY NOTIFREC.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

      * Rok za sljedeci stupanj ovrhe racuna se kroz BUSDAY po pravilu
      * za DOGENF - vidi shared/copylib/BDAYREQ.
           COPY BDAYREQ.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=otvoreni predmeti,
      * 8=neispravna kontrolna datoteka, 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-ST-YEAR TO WS-CHARGE-YEAR.

           PERFORM LOAD-CONTROL-PARA THRU LOAD-CONTROL-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-VACCINATIONS-PARA
                   THRU LOAD-VACCINATIONS-PARA-EXIT.
           PERFORM LOAD-MEASURES-PARA THRU LOAD-MEASURES-PARA-EXIT.
           PERFORM LOAD-CASES-PARA THRU LOAD-CASES-PARA-EXIT.

           PERFORM SCAN-DOGS-PARA THRU SCAN-DOGS-PARA-EXIT.
           IF RETURN-CODE >= 12
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           PERFORM LOAD-BALANCES-PARA THRU LOAD-BALANCES-PARA-EXIT.

           OPEN OUTPUT PENALTY-CHARGE-FILE.
           OPEN OUTPUT COMPLIANCE-REPORT.

           MOVE "DOG OWNER COMPLIANCE ENFORCEMENT"
               TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE " WS-TODAY-DATE-NUM
                  "  FIRST PENALTY AFTER " LV-DAYS(2)
                  " DAYS  SECOND PENALTY AFTER " LV-DAYS(3) " DAYS"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

           PERFORM VARYING OV-IDX FROM 1 BY 1
                   UNTIL OV-IDX > WS-OWNER-COUNT
               IF OV-UNVACC(OV-IDX) > 0 OR OV-DANGER(OV-IDX) > 0
                       OR OV-UNPAID(OV-IDX) > 0
                   PERFORM ENFORCE-OWNER-PARA
                           THRU ENFORCE-OWNER-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM CLOSE-COMPLIANT-PARA THRU CLOSE-COMPLIANT-PARA-EXIT.
           PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           CLOSE PENALTY-CHARGE-FILE.
           CLOSE COMPLIANCE-REPORT.

           IF CASES-OPEN > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Ucitava stupnjeve iz ENFCTL; bez sva tri stupnja ovrha se ne
      * provodi (RC 8).
       LOAD-CONTROL-PARA.
           OPEN INPUT ENF-CONTROL-FILE.

           READ ENF-CONTROL-FILE
               AT END SET END-OF-CONTROL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CONTROL
               IF ECT-LEVEL NOT = "*"
                   IF ECT-LEVEL IS NUMERIC AND ECT-LEVEL >= "1"
                           AND ECT-LEVEL <= "3"
                           AND ECT-DAYS IS NUMERIC
                           AND ECT-AMOUNT IS NUMERIC
                       MOVE ECT-LEVEL TO WS-LEVEL-NUM
                       MOVE 'Y' TO LV-DEFINED(WS-LEVEL-NUM)
                       MOVE ECT-DAYS TO LV-DAYS(WS-LEVEL-NUM)
                       MOVE ECT-AMOUNT TO LV-AMOUNT(WS-LEVEL-NUM)
                       MOVE ECT-TEMPLATE TO LV-TEMPLATE(WS-LEVEL-NUM)
                   ELSE
                       DISPLAY "DOGENF: INVALID ENFCTL RECORD "
                               ENF-CONTROL-RECORD
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ ENF-CONTROL-FILE
                   AT END SET END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ENF-CONTROL-FILE.

           PERFORM VARYING WS-LEVEL-NUM FROM 1 BY 1
                   UNTIL WS-LEVEL-NUM > 3
               IF NOT LV-IS-DEFINED(WS-LEVEL-NUM)
                   DISPLAY "DOGENF: ENFCTL MISSING LEVEL "
                           WS-LEVEL-NUM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       LOAD-CONTROL-PARA-EXIT.
           EXIT.

       LOAD-VACCINATIONS-PARA.
           OPEN INPUT VACCINATION-FILE.

           READ VACCINATION-FILE
               AT END SET END-OF-VACC TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-VACC
                   OR WS-VACC-COUNT NOT LESS THAN WS-MAX-VACCS
               ADD 1 TO WS-VACC-COUNT
               MOVE VAC-DOG-NAME TO VC-DOG-NAME(WS-VACC-COUNT)
               MOVE VAC-OWNER    TO VC-OWNER(WS-VACC-COUNT)
               IF VAC-VALID-UNTIL IS NUMERIC
                   MOVE VAC-VALID-UNTIL
                       TO VC-VALID-UNTIL(WS-VACC-COUNT)
               ELSE
                   MOVE ZEROS TO VC-VALID-UNTIL(WS-VACC-COUNT)
               END-IF
               READ VACCINATION-FILE
                   AT END SET END-OF-VACC TO TRUE
               END-READ
           END-PERFORM.

           CLOSE VACCINATION-FILE.

       LOAD-VACCINATIONS-PARA-EXIT.
           EXIT.

       LOAD-MEASURES-PARA.
           OPEN INPUT MEASURES-FILE.

           READ MEASURES-FILE
               AT END SET END-OF-MEASURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MEASURES
                   OR WS-MEASURE-COUNT NOT LESS THAN WS-MAX-MEASURES
               IF MSR-DOG-NAME NOT = SPACES
                   ADD 1 TO WS-MEASURE-COUNT
                   MOVE MSR-DOG-NAME TO MT-DOG-NAME(WS-MEASURE-COUNT)
                   MOVE MSR-OWNER    TO MT-OWNER(WS-MEASURE-COUNT)
               END-IF
               READ MEASURES-FILE
                   AT END SET END-OF-MEASURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEASURES-FILE.

       LOAD-MEASURES-PARA-EXIT.
           EXIT.

      * Stari master predmeta; najveci broj predmeta je osnova za
      * nove.
       LOAD-CASES-PARA.
           OPEN INPUT CASE-MASTER-IN.

           READ CASE-MASTER-IN
               AT END SET END-OF-CASES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CASES
                   OR WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               IF ENF-CASE-NO IS NUMERIC AND ENF-CASE-NO > 0
                   ADD 1 TO WS-CASE-COUNT
                   MOVE ENFORCEMENT-CASE-RECORD
                       TO CS-RECORD(WS-CASE-COUNT)
                   MOVE 'N' TO CS-SEEN(WS-CASE-COUNT)
                   IF ENF-CASE-NO > WS-LAST-CASE-NO
                       MOVE ENF-CASE-NO TO WS-LAST-CASE-NO
                   END-IF
               END-IF
               READ CASE-MASTER-IN
                   AT END SET END-OF-CASES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CASE-MASTER-IN.

       LOAD-CASES-PARA-EXIT.
           EXIT.

      * Prolaz po registru - pas bez vazeceg cijepljenja i opasni pas
      * bez potvrdjenih mjera su razlozi za predmet vlasnika.
       SCAN-DOGS-PARA.
           OPEN INPUT DOG-VSAM.
           IF NOT VSAM-OK
               PERFORM REPORT-VSAM-EXCEPTION-PARA
                   THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               GO TO SCAN-DOGS-PARA-EXIT
           END-IF.

           MOVE LOW-VALUES TO DG-KEY.
           START DOG-VSAM KEY IS >= DG-KEY
               INVALID KEY SET END-OF-DOGS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-DOGS
               READ DOG-VSAM NEXT RECORD
                   AT END SET END-OF-DOGS TO TRUE
               END-READ
               IF NOT END-OF-DOGS
                   ADD 1 TO TOTAL-DOGS
                   PERFORM CHECK-DOG-PARA THRU CHECK-DOG-PARA-EXIT
               END-IF
           END-PERFORM.

           CLOSE DOG-VSAM.

       SCAN-DOGS-PARA-EXIT.
           EXIT.

       CHECK-DOG-PARA.
           MOVE ZEROS TO WS-LATEST-UNTIL.
           PERFORM VARYING VAC-IDX FROM 1 BY 1
                   UNTIL VAC-IDX > WS-VACC-COUNT
               IF VC-DOG-NAME(VAC-IDX) = DG-NAME
                       AND VC-OWNER(VAC-IDX) = DG-OWNER
                       AND VC-VALID-UNTIL(VAC-IDX) > WS-LATEST-UNTIL
                   MOVE VC-VALID-UNTIL(VAC-IDX) TO WS-LATEST-UNTIL
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-MEASURE-FLAG.
           IF DG-IS-DANGEROUS
               PERFORM VARYING MSR-IDX FROM 1 BY 1
                       UNTIL MSR-IDX > WS-MEASURE-COUNT
                   IF MT-DOG-NAME(MSR-IDX) = DG-NAME
                           AND MT-OWNER(MSR-IDX) = DG-OWNER
                       SET MEASURES-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-LATEST-UNTIL >= WS-TODAY-DATE-NUM
                   AND (NOT DG-IS-DANGEROUS OR MEASURES-FOUND)
               GO TO CHECK-DOG-PARA-EXIT
           END-IF.

           MOVE DG-OWNER TO WS-LOOKUP-OWNER.
           PERFORM FIND-OWNER-PARA THRU FIND-OWNER-PARA-EXIT.
           IF NOT OWNER-FOUND
               GO TO CHECK-DOG-PARA-EXIT
           END-IF.

           IF WS-LATEST-UNTIL < WS-TODAY-DATE-NUM
               ADD 1 TO OV-UNVACC(WS-OWNER-IDX)
           END-IF.
           IF DG-IS-DANGEROUS AND NOT MEASURES-FOUND
               ADD 1 TO OV-DANGER(WS-OWNER-IDX)
           END-IF.

       CHECK-DOG-PARA-EXIT.
           EXIT.

      * Neplaceni saldo iz DOGPAY mastera (u njemu su samo vlasnici
      * s dugom).
       LOAD-BALANCES-PARA.
           OPEN INPUT LICENCE-BALANCE-FILE.

           READ LICENCE-BALANCE-FILE
               AT END SET END-OF-BALANCES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-BALANCES
               IF LIC-BALANCE IS NUMERIC AND LIC-BALANCE > 0
                       AND LIC-OWNER NOT = SPACES
                   MOVE LIC-OWNER TO WS-LOOKUP-OWNER
                   PERFORM FIND-OWNER-PARA THRU FIND-OWNER-PARA-EXIT
                   IF OWNER-FOUND
                       ADD LIC-BALANCE TO OV-UNPAID(WS-OWNER-IDX)
                   END-IF
               END-IF
               READ LICENCE-BALANCE-FILE
                   AT END SET END-OF-BALANCES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LICENCE-BALANCE-FILE.

       LOAD-BALANCES-PARA-EXIT.
           EXIT.

      * Trazi vlasnika u tablici razloga; po potrebi ga dodaje.
       FIND-OWNER-PARA.
           MOVE 'N' TO WS-OWNER-FLAG.
           MOVE 0 TO WS-OWNER-IDX.

           PERFORM VARYING OV-IDX FROM 1 BY 1
                   UNTIL OV-IDX > WS-OWNER-COUNT
               IF OV-OWNER(OV-IDX) = WS-LOOKUP-OWNER
                   SET OWNER-FOUND TO TRUE
                   SET WS-OWNER-IDX TO OV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT OWNER-FOUND
                   AND WS-OWNER-COUNT < WS-MAX-OWNERS
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-LOOKUP-OWNER TO OV-OWNER(WS-OWNER-COUNT)
               MOVE ZEROS TO OV-UNVACC(WS-OWNER-COUNT)
               MOVE ZEROS TO OV-DANGER(WS-OWNER-COUNT)
               MOVE ZEROS TO OV-UNPAID(WS-OWNER-COUNT)
               SET OWNER-FOUND TO TRUE
               MOVE WS-OWNER-COUNT TO WS-OWNER-IDX
           END-IF.

       FIND-OWNER-PARA-EXIT.
           EXIT.

      * Vlasnik s razlozima: bez otvorenog predmeta dobiva novi
      * (upozorenje); otvoreni predmet raste za stupanj kad istekne
      * rok iz ENFCTL.
       ENFORCE-OWNER-PARA.
           MOVE 0 TO WS-CASE-IDX.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               MOVE CS-RECORD(CS-IDX) TO WS-CASE
               IF WC-OWNER = OV-OWNER(OV-IDX) AND WC-IS-OPEN
                   SET WS-CASE-IDX TO CS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-CASE-IDX = 0
               PERFORM OPEN-CASE-PARA THRU OPEN-CASE-PARA-EXIT
               GO TO ENFORCE-OWNER-PARA-EXIT
           END-IF.

           MOVE CS-RECORD(WS-CASE-IDX) TO WS-CASE.
           MOVE 'Y' TO CS-SEEN(WS-CASE-IDX).
           MOVE OV-UNVACC(OV-IDX) TO WC-UNVACC-DOGS.
           MOVE OV-DANGER(OV-IDX) TO WC-DANGER-DOGS.
           MOVE OV-UNPAID(OV-IDX) TO WC-UNPAID.
           MOVE "OPEN" TO WS-ACTION-TEXT.

           IF WC-LEVEL < 3
               COMPUTE WS-NEXT-LEVEL = WC-LEVEL + 1
               SET BDQ-APPLY-RULE TO TRUE
               MOVE "DOGENF"               TO BDQ-PROGRAM
               MOVE WC-LEVEL-DATE          TO BDQ-DATE
               MOVE LV-DAYS(WS-NEXT-LEVEL) TO BDQ-DAYS
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               IF BDQ-RESULT = "90"
                   MOVE WC-LEVEL-DATE TO BDQ-RESULT-DATE
               END-IF
               IF WS-TODAY-DATE-NUM >= BDQ-RESULT-DATE
                   MOVE WS-NEXT-LEVEL    TO WC-LEVEL
                   MOVE WS-TODAY-DATE-NUM TO WC-LEVEL-DATE
                   MOVE WS-RUN-NUMBER    TO WC-RUN-NUMBER
                   ADD 1 TO CASES-ESCALATED
                   MOVE "ESCALATED" TO WS-ACTION-TEXT
                   PERFORM ISSUE-LEVEL-PARA
                           THRU ISSUE-LEVEL-PARA-EXIT
               END-IF
           END-IF.

           MOVE WS-CASE TO CS-RECORD(WS-CASE-IDX).
           PERFORM REPORT-CASE-PARA THRU REPORT-CASE-PARA-EXIT.

       ENFORCE-OWNER-PARA-EXIT.
           EXIT.

       OPEN-CASE-PARA.
           IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               DISPLAY "DOGENF: CASE TABLE FULL - NO CASE FOR "
                       OV-OWNER(OV-IDX)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.

           ADD 1 TO WS-LAST-CASE-NO.
           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-CASE-COUNT TO WS-CASE-IDX.

           MOVE SPACES TO WS-CASE.
           MOVE WS-LAST-CASE-NO   TO WC-CASE-NO.
           MOVE OV-OWNER(OV-IDX)  TO WC-OWNER.
           SET WC-IS-OPEN TO TRUE.
           MOVE 1                 TO WC-LEVEL.
           MOVE WS-TODAY-DATE-NUM TO WC-OPENED.
           MOVE WS-TODAY-DATE-NUM TO WC-LEVEL-DATE.
           MOVE ZEROS             TO WC-CLOSED.
           MOVE OV-UNVACC(OV-IDX) TO WC-UNVACC-DOGS.
           MOVE OV-DANGER(OV-IDX) TO WC-DANGER-DOGS.
           MOVE OV-UNPAID(OV-IDX) TO WC-UNPAID.
           MOVE ZEROS             TO WC-PENALTY-TOTAL.
           MOVE WS-RUN-NUMBER     TO WC-RUN-NUMBER.
           ADD 1 TO CASES-OPENED.
           MOVE "OPENED" TO WS-ACTION-TEXT.

           PERFORM ISSUE-LEVEL-PARA THRU ISSUE-LEVEL-PARA-EXIT.

           MOVE WS-CASE TO CS-RECORD(WS-CASE-IDX).
           MOVE 'Y' TO CS-SEEN(WS-CASE-IDX).
           PERFORM REPORT-CASE-PARA THRU REPORT-CASE-PARA-EXIT.

       OPEN-CASE-PARA-EXIT.
           EXIT.

      * Novi stupanj predmeta u WS-CASE: kazna (ako je zadana) ide u
      * ENFINV za DOGPAY, a vlasniku pismo po predlosku stupnja.
       ISSUE-LEVEL-PARA.
           MOVE LV-AMOUNT(WC-LEVEL) TO WS-LETTER-AMOUNT.

           IF WS-LETTER-AMOUNT > 0
               MOVE SPACES TO INVOICE-RECORD
               MOVE WS-CHARGE-YEAR TO INV-YEAR
               MOVE WC-OWNER       TO INV-OWNER
               COMPUTE INV-DOG-COUNT =
                       WC-UNVACC-DOGS + WC-DANGER-DOGS
               MOVE WS-LETTER-AMOUNT TO INV-AMOUNT
               WRITE INVOICE-RECORD
               ADD WS-LETTER-AMOUNT TO WC-PENALTY-TOTAL
               ADD WS-LETTER-AMOUNT TO WS-PENALTY-SUM
               ADD 1 TO PENALTIES-POSTED
           END-IF.

           MOVE LV-TEMPLATE(WC-LEVEL) TO WS-LETTER-TEMPLATE.
           PERFORM SEND-LETTER-PARA THRU SEND-LETTER-PARA-EXIT.

       ISSUE-LEVEL-PARA-EXIT.
           EXIT.

      * Otvoreni predmet vlasnika bez ijednog razloga u ovom runu se
      * zatvara - vlasnik je uskladjen.
       CLOSE-COMPLIANT-PARA.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               MOVE CS-RECORD(CS-IDX) TO WS-CASE
               IF WC-IS-OPEN AND NOT CS-SEEN-THIS-RUN(CS-IDX)
                   SET WC-IS-CLOSED TO TRUE
                   MOVE WS-TODAY-DATE-NUM TO WC-CLOSED
                   MOVE ZEROS TO WC-UNVACC-DOGS
                   MOVE ZEROS TO WC-DANGER-DOGS
                   MOVE ZEROS TO WC-UNPAID
                   MOVE WS-RUN-NUMBER TO WC-RUN-NUMBER
                   MOVE WS-CASE TO CS-RECORD(CS-IDX)
                   ADD 1 TO CASES-CLOSED
                   MOVE "CLOSED" TO WS-ACTION-TEXT
                   MOVE ZEROS TO WS-LETTER-AMOUNT
                   MOVE "ENFCLOSE" TO WS-LETTER-TEMPLATE
                   PERFORM SEND-LETTER-PARA
                           THRU SEND-LETTER-PARA-EXIT
                   PERFORM REPORT-CASE-PARA
                           THRU REPORT-CASE-PARA-EXIT
               END-IF
           END-PERFORM.

       CLOSE-COMPLIANT-PARA-EXIT.
           EXIT.

      * Pismo vlasniku kroz zajednicki red obavijesti (NTFQFL) -
      * otprema je NTFDISP-ova briga.
       SEND-LETTER-PARA.
           PERFORM BUILD-REASON-PARA THRU BUILD-REASON-PARA-EXIT.

           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WC-OWNER           TO NTF-RECIPIENT.
           MOVE "MAIL"             TO NTF-CHANNEL.
           MOVE WS-LETTER-TEMPLATE TO NTF-TEMPLATE.
           STRING "CASE " WC-CASE-NO
               DELIMITED BY SIZE INTO NTF-SUBST-1.
           MOVE WS-REASON-TEXT     TO NTF-SUBST-2.
           MOVE WS-LETTER-AMOUNT   TO WS-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO NTF-SUBST-3.
           MOVE "DOGENF"           TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER      TO NTF-RUN-NUMBER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           ADD 1 TO LETTERS-SENT.

       SEND-LETTER-PARA-EXIT.
           EXIT.

      * Kratki opis razloga za pismo i izvjestaj, npr.
      * "VACC 2 DANGER 1 UNPAID".
       BUILD-REASON-PARA.
           MOVE SPACES TO WS-REASON-TEXT.
           IF WC-IS-CLOSED
               MOVE "COMPLIANT" TO WS-REASON-TEXT
               GO TO BUILD-REASON-PARA-EXIT
           END-IF.

           STRING "VACC " WC-UNVACC-DOGS
                  " DANGER " WC-DANGER-DOGS
               DELIMITED BY SIZE INTO WS-REASON-TEXT.
           IF WC-UNPAID > 0
               MOVE "UNPAID" TO WS-REASON-TEXT(21:6)
           END-IF.

       BUILD-REASON-PARA-EXIT.
           EXIT.

       REPORT-CASE-PARA.
           EVALUATE WC-LEVEL
               WHEN 1 MOVE "WARNING"        TO WS-LEVEL-NAME
               WHEN 2 MOVE "FIRST PENALTY"  TO WS-LEVEL-NAME
               WHEN 3 MOVE "SECOND PENALTY" TO WS-LEVEL-NAME
               WHEN OTHER MOVE SPACES       TO WS-LEVEL-NAME
           END-EVALUATE.
           PERFORM BUILD-REASON-PARA THRU BUILD-REASON-PARA-EXIT.

           MOVE WC-UNPAID TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING WS-ACTION-TEXT " CASE " WC-CASE-NO
                  " " WC-OWNER
                  " " WS-LEVEL-NAME
                  " " WS-REASON-TEXT
                  " OWES " FUNCTION TRIM(WS-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

       REPORT-CASE-PARA-EXIT.
           EXIT.

      * Novi master predmeta - svi predmeti, otvoreni i zatvoreni.
       WRITE-MASTER-PARA.
           OPEN OUTPUT CASE-MASTER-OUT.

           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               MOVE CS-RECORD(CS-IDX) TO CASE-MASTER-OUT-RECORD
               WRITE CASE-MASTER-OUT-RECORD
               MOVE CS-RECORD(CS-IDX) TO WS-CASE
               IF WC-IS-OPEN
                   ADD 1 TO CASES-OPEN
               END-IF
           END-PERFORM.

           CLOSE CASE-MASTER-OUT.

       WRITE-MASTER-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DOGS CHECKED: " TOTAL-DOGS
                  "  CASES OPENED: " CASES-OPENED
                  "  ESCALATED: " CASES-ESCALATED
                  "  CLOSED: " CASES-CLOSED
                  "  STILL OPEN: " CASES-OPEN
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

           MOVE WS-PENALTY-SUM TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PENALTIES POSTED: " PENALTIES-POSTED
                  "  AMOUNT: " FUNCTION TRIM(WS-TOTAL-EDIT)
                  "  LETTERS: " LETTERS-SENT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO COMPLIANCE-REPORT-LINE.
           WRITE COMPLIANCE-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "DOGENF: VSAM ERROR " VSAM-STATUS
           MOVE "DOGENF" TO EXC-PROGRAM-ID
           MOVE "SCAN-DOGS-PARA" TO EXC-PARAGRAPH
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE "DOG-VSAM OPEN FAILED" TO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DOGENF"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-DOGS TO ALOG-RECORD-COUNT
           IF RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF CASES-OPEN > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
