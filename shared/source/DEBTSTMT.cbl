      ******************************************************************
      *    DEBTSTMT - Zbirni izvod duga gradu po osobi. MODE=STATEMENT *
      *               (default): salda zakasnina knjiznice (FINBFL,    *
      *               FINEPOST) i naknada za pse (LICBFL, DOGPAY)      *
      *               povezuje preko indeksa osoba (PARTYLKP) u jedan  *
      *               izvod po osobi, svaki dug stari po datumu od     *
      *               kojeg se duguje (0-29, 30-59, 60-89, 90+ dana),  *
      *               izvodu daje jedan poziv na broj i stavlja        *
      *               obavijest MUNIDEBT u zajednicki red NTFQFL       *
      *               (WRITENTF); dugovi izvoda idu u registar         *
      *               STMREGO. MODE=SETTLE: uplate po pozivu na broj   *
      *               (MSPAY) dijeli na dugove izvoda redom            *
      *               ORDER=OLDEST (najstariji dug prvi, default),     *
      *               LIBRARY ili DOGS (taj sustav prvi) i pise        *
      *               PAYMENT transakcije za FINEPOST (PAYFL) i DOGPAY *
      *               (LPAYFL) - grad vise ne utjeruje isti dug dvaput *
      *               u istom tjednu.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBTSTMT.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Salda dugova - novi masteri iz zadnjeg FINEPOST/DOGPAY runa.
           SELECT OPTIONAL FINE-BALANCE-FILE ASSIGN TO FINBFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LICENCE-BALANCE-FILE ASSIGN TO LICBFL
                  ORGANIZATION IS SEQUENTIAL.

      * Registar izvoda - prvi run krece od praznog.
           SELECT OPTIONAL REGISTER-IN ASSIGN TO STMREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTER-OUT ASSIGN TO STMREGO
                  ORGANIZATION IS SEQUENTIAL.

      * Uplate gradjana po pozivu na broj (SETTLE).
           SELECT MUNI-PAYMENT-FILE ASSIGN TO MSPAY
                  ORGANIZATION IS SEQUENTIAL.

      * PAYMENT transakcije za FINEPOST (PAYFL) i DOGPAY (LPAYFL).
           SELECT FINE-PAYMENT-FILE ASSIGN TO PAYFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LICENCE-PAYMENT-FILE ASSIGN TO LPAYFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT STATEMENT-REPORT ASSIGN TO STMRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FINE-BALANCE-FILE.
           COPY FINEBAL.

      * Isti raspored kao LICENCE-BALANCE-DETAIL u zadaci/DOGPAY.
       FD LICENCE-BALANCE-FILE.
       01 LICENCE-BALANCE-DETAIL.
           05 LIC-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 LIC-BALANCE       PIC 9(7)V99.
           05 FILLER            PIC X.
           05 LIC-SINCE-DATE    PIC 9(8).

       FD REGISTER-IN RECORDING MODE F.
       01 REGISTER-IN-RECORD PIC X(100).

       FD REGISTER-OUT RECORDING MODE F.
       01 REGISTER-OUT-RECORD PIC X(100).

       FD MUNI-PAYMENT-FILE.
       01 MUNI-PAYMENT-RECORD.
           05 MPY-REFERENCE     PIC X(13).
           05 FILLER            PIC X.
           05 MPY-AMOUNT        PIC 9(7)V99.
      * Datum valute - prazan znaci datum runa.
           05 FILLER            PIC X.
           05 MPY-DATE          PIC X(8).

      * Isti raspored kao FINEPOST-ov PAYMENT-TRX-RECORD.
       FD FINE-PAYMENT-FILE.
       01 FINE-PAYMENT-RECORD.
           05 FPX-ACTION        PIC X(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 FPX-BORROWER      PIC X(30).
           05 FILLER            PIC X       VALUE SPACE.
           05 FPX-AMOUNT        PIC 9(7)V99.
           05 FILLER            PIC X       VALUE SPACE.
           05 FPX-DATE          PIC X(8).

      * Isti raspored kao DOGPAY-ov PAYMENT-TRX-RECORD.
       FD LICENCE-PAYMENT-FILE.
       01 LICENCE-PAYMENT-RECORD.
           05 LPX-OWNER         PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 LPX-AMOUNT        PIC 9(7)V99.
           05 FILLER            PIC X       VALUE SPACE.
           05 LPX-DATE          PIC X(8).

       FD STATEMENT-REPORT.
       01 STATEMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade; ulazi u poziv na broj izvoda i u
      * zapise zajednickih logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY DEBTREG.

      * Zahtjev servisu indeksa osoba - vidi shared/source/PARTYLKP.
           COPY PARTYREQ.

      * Zapis zajednickog reda izlaznih obavijesti - vidi shared/
      * copylib/NOTIFREC i shared/source/WRITENTF.
           COPY NOTIFREC.

       01 WS-FINE-EOF      PIC X VALUE 'N'.
           88 END-OF-FINES  VALUE 'Y'.
       01 WS-LIC-EOF       PIC X VALUE 'N'.
           88 END-OF-LICENCES VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-PAY-EOF       PIC X VALUE 'N'.
           88 END-OF-PAYMENTS VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Nacin rada - STATEMENT izdaje izvode, SETTLE dijeli uplate.
       01 WS-RUN-MODE      PIC X(9) VALUE "STATEMENT".
           88 MODE-IS-STATEMENT VALUE "STATEMENT".
           88 MODE-IS-SETTLE    VALUE "SETTLE".

      * Redoslijed raspodjele uplate na dugove izvoda.
       01 WS-ALLOC-ORDER   PIC X(8) VALUE "OLDEST".
           88 ORDER-OLDEST        VALUE "OLDEST".
           88 ORDER-LIBRARY-FIRST VALUE "LIBRARY".
           88 ORDER-DOGS-FIRST    VALUE "DOGS".
           88 ORDER-IS-VALID      VALUE "OLDEST" "LIBRARY" "DOGS".

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * Dugovi iz oba salda s brojem osobe i brojem izvoda.
       01 WS-MAX-DEBTS     PIC 9(4) VALUE 4000.
       01 WS-DEBT-COUNT    PIC 9(4) VALUE 0.
       01 DEBT-TABLE.
           02 DEBT-ENTRY OCCURS 1 TO 4000 TIMES
                          DEPENDING ON WS-DEBT-COUNT
                          INDEXED BY DBT-IDX.
              03 DT-SYSTEM     PIC X(8).
              03 DT-KEY        PIC X(30).
              03 DT-AMOUNT     PIC 9(7)V99.
              03 DT-SINCE      PIC 9(8).
              03 DT-PARTY-ID   PIC 9(8).
              03 DT-STMT       PIC 9(5).

      * Registar izvoda u memoriji (SETTLE i prijenos otvorenih
      * dugova starih izvoda u STATEMENT-u).
       01 WS-MAX-REGS      PIC 9(4) VALUE 5000.
       01 WS-REG-COUNT     PIC 9(4) VALUE 0.
       01 REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-REG-COUNT
                              INDEXED BY REG-IDX.
              03 RT-RECORD     PIC X(100).
              03 RT-DONE       PIC X.
                 88 RT-IS-DONE  VALUE 'Y'.

      * Razredi starosti duga - dug bez datuma (stari master) je
      * stariji od svakog datiranog i ide u zadnji razred.
       01 AGE-BUCKET-TABLE.
           05 AGE-BUCKET OCCURS 4 TIMES INDEXED BY BKT-IDX.
              10 AB-DEBTS      PIC 9(6).
              10 AB-AMOUNT     PIC 9(9)V99.
       01 AGE-BUCKET-LABELS.
           05 FILLER PIC X(10) VALUE "0-29 DAYS ".
           05 FILLER PIC X(10) VALUE "30-59 DAYS".
           05 FILLER PIC X(10) VALUE "60-89 DAYS".
           05 FILLER PIC X(10) VALUE "90+ DAYS  ".
       01 AGE-BUCKET-LABEL-TABLE REDEFINES AGE-BUCKET-LABELS.
           05 AB-LABEL PIC X(10) OCCURS 4 TIMES.
       01 WS-BUCKET-NUM    PIC 9 VALUE ZEROS.
       01 WS-OLDEST-BUCKET PIC 9 VALUE ZEROS.
       01 WS-AGE-DAYS      PIC 9(5) VALUE ZEROS.

      * Tekuci izvod.
       01 WS-STMT-SEQ      PIC 9(5) VALUE ZEROS.
       01 WS-REFERENCE.
           05 FILLER         PIC X(2) VALUE "MS".
           05 WS-REF-RUN     PIC 9(6).
           05 WS-REF-SEQ     PIC 9(5).
       01 WS-STMT-NAME     PIC X(30).
       01 WS-STMT-TOTAL    PIC 9(9)V99 VALUE ZEROS.
       01 WS-STMT-DEBTS    PIC 9(4) VALUE ZEROS.
       01 WS-FIRST-DEBT    PIC 9(4) VALUE ZEROS.
       01 WS-OTHER-IDX     PIC 9(4) VALUE ZEROS.

      * Raspodjela uplate (SETTLE).
       01 WS-PAY-DATE      PIC X(8).
       01 WS-REMAINING     PIC 9(7)V99 VALUE ZEROS.
       01 WS-OPEN-AMOUNT   PIC 9(7)V99 VALUE ZEROS.
       01 WS-ALLOC-AMOUNT  PIC 9(7)V99 VALUE ZEROS.
       01 WS-RANK          PIC 9(9) VALUE ZEROS.
       01 WS-BEST-RANK     PIC 9(9) VALUE ZEROS.
       01 WS-BEST-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-REF-FLAG      PIC X VALUE 'N'.
           88 REFERENCE-KNOWN VALUE 'Y'.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-FIND-SYSTEM   PIC X(8).
       01 WS-FIND-KEY      PIC X(30).
       01 WS-TABLE-FULL    PIC X VALUE 'N'.
           88 TABLE-IS-FULL VALUE 'Y'.

       01 TOTAL-DEBTS      PIC 9(6) VALUE ZEROS.
       01 UNINDEXED-DEBTS  PIC 9(6) VALUE ZEROS.
       01 STATEMENT-COUNT  PIC 9(6) VALUE ZEROS.
       01 COMBINED-COUNT   PIC 9(6) VALUE ZEROS.
       01 CARRIED-DEBTS    PIC 9(6) VALUE ZEROS.
       01 TOTAL-PAYMENTS   PIC 9(6) VALUE ZEROS.
       01 ALLOCATED-COUNT  PIC 9(6) VALUE ZEROS.
       01 UNKNOWN-REFS     PIC 9(6) VALUE ZEROS.
       01 REJECTED-PAYMENTS PIC 9(6) VALUE ZEROS.
       01 EXCESS-PAYMENTS  PIC 9(6) VALUE ZEROS.
       01 SETTLED-DEBTS    PIC 9(6) VALUE ZEROS.
       01 WS-GRAND-TOTAL   PIC 9(9)V99 VALUE ZEROS.
       01 WS-LIBRARY-PAID  PIC 9(9)V99 VALUE ZEROS.
       01 WS-DOGS-PAID     PIC 9(9)V99 VALUE ZEROS.
       01 WS-EXCESS-TOTAL  PIC 9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZZZZZZ9.99.
       01 WS-DAYS-EDIT     PIC ZZZZ9.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
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
           COPY AUDITLOG.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.
      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
      * PARSE-PARMD-PARA.
       01  WS-PARMD                      PIC X(255).
       01  WS-PARM-LEN                   PIC 9(3).

       01  WS-MAX-KEYWORDS               PIC 9(4) VALUE 10.
       01  WS-KW-COUNT                   PIC 9(4) VALUE 0.
       01  KEYWORD-TABLE.
           02 KEYWORD-ENTRY OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-KW-COUNT
                             INDEXED BY KW-IDX.
              03 KW-NAME        PIC X(30).
              03 KW-VALUE       PIC X(30).
              03 KW-VALID       PIC X VALUE 'Y'.
                 88 KW-IS-VALID VALUE 'Y'.

       01  WS-PAIR-START                 PIC 9(3).
       01  WS-PAIR-END                   PIC 9(3).
       01  WS-PAIR-LEN                   PIC 9(3).
       01  WS-EQ-POS                     PIC 9(3).
       01  WS-PAIR                       PIC X(61).

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=nepoznat poziv na
      * broj, neispravna ili nerasporedjena uplata, 8=greska u
      * parametrima, 12=greska datoteke ili puna tablica.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "DEBTSTMT: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT MODE-IS-STATEMENT AND NOT MODE-IS-SETTLE
               DISPLAY "DEBTSTMT: INVALID MODE " WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT ORDER-IS-VALID
               DISPLAY "DEBTSTMT: INVALID ORDER " WS-ALLOC-ORDER
                       " - OLDEST, LIBRARY OR DOGS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.

           IF MODE-IS-SETTLE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "MUNICIPAL DEBT PAYMENT ALLOCATION  RUN DATE: "
                      WS-RUN-DATE "  ORDER: " WS-ALLOC-ORDER
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               PERFORM SETTLE-MODE-PARA THRU SETTLE-MODE-PARA-EXIT
           ELSE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "MUNICIPAL DEBTOR STATEMENTS  RUN DATE: "
                      WS-RUN-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               PERFORM STATEMENT-MODE-PARA
                       THRU STATEMENT-MODE-PARA-EXIT
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE STATEMENT-REPORT.
           GOBACK.

      * Rastavlja PARMD (npr. "MODE=SETTLE,ORDER=LIBRARY") u
      * KEYWORD-TABLE - vidi TASK5C.
       PARSE-PARMD-PARA.
           MOVE SPACES TO WS-PARMD.
           MOVE PARMD(1:PARML) TO WS-PARMD.
           MOVE PARML TO WS-PARM-LEN.

           MOVE 1 TO WS-PAIR-START.

           PERFORM UNTIL WS-PAIR-START > WS-PARM-LEN
                   OR WS-KW-COUNT >= WS-MAX-KEYWORDS

               MOVE WS-PAIR-START TO WS-PAIR-END
               PERFORM UNTIL WS-PAIR-END > WS-PARM-LEN
                       OR WS-PARMD(WS-PAIR-END:1) = ','
                   ADD 1 TO WS-PAIR-END
               END-PERFORM

               COMPUTE WS-PAIR-LEN = WS-PAIR-END - WS-PAIR-START
               IF WS-PAIR-LEN > 0
                   ADD 1 TO WS-KW-COUNT
                   MOVE SPACES TO WS-PAIR
                   MOVE WS-PARMD(WS-PAIR-START:WS-PAIR-LEN) TO WS-PAIR
                   PERFORM SPLIT-PAIR-PARA THRU SPLIT-PAIR-PARA-EXIT
               END-IF

               COMPUTE WS-PAIR-START = WS-PAIR-END + 1
           END-PERFORM.

       PARSE-PARMD-PARA-EXIT.
           EXIT.

      * Rastavlja jedan "kljuc=vrijednost" par na KW-NAME i KW-VALUE.
       SPLIT-PAIR-PARA.
           MOVE 0 TO WS-EQ-POS.
           INSPECT WS-PAIR TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='.

           IF WS-EQ-POS = 0 OR WS-EQ-POS >= LENGTH OF WS-PAIR - 1
               MOVE FUNCTION TRIM(WS-PAIR) TO KW-NAME(WS-KW-COUNT)
               MOVE SPACES TO KW-VALUE(WS-KW-COUNT)
               MOVE 'N' TO KW-VALID(WS-KW-COUNT)
           ELSE
               MOVE WS-PAIR(1:WS-EQ-POS) TO KW-NAME(WS-KW-COUNT)
               MOVE WS-PAIR(WS-EQ-POS + 2:) TO KW-VALUE(WS-KW-COUNT)
               MOVE 'Y' TO KW-VALID(WS-KW-COUNT)
           END-IF.

       SPLIT-PAIR-PARA-EXIT.
           EXIT.

       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MODE"
                           MOVE KW-VALUE(KW-IDX) TO WS-RUN-MODE
                       WHEN "ORDER"
                           MOVE KW-VALUE(KW-IDX) TO WS-ALLOC-ORDER
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * STATEMENT - dugovi oba salda, prijenos otvorenih dugova
      * starih izvoda, pa po jedan izvod po osobi.
       STATEMENT-MODE-PARA.
           PERFORM LOAD-FINES-PARA THRU LOAD-FINES-PARA-EXIT.
           PERFORM LOAD-LICENCES-PARA THRU LOAD-LICENCES-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

      * Nepotpun registar bi ponistio pozive na broj koji nisu stali
      * u tablicu - u tom slucaju se nista ne izdaje.
           IF TABLE-IS-FULL
               MOVE "RUN ABORTED - TABLE FULL, NO STATEMENTS ISSUED"
                   TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO STATEMENT-MODE-PARA-EXIT
           END-IF.

           INITIALIZE AGE-BUCKET-TABLE.
           OPEN OUTPUT REGISTER-OUT.
           PERFORM CARRY-OPEN-DEBTS-PARA
                   THRU CARRY-OPEN-DEBTS-PARA-EXIT.

           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-RUN-NUMBER TO WS-REF-RUN.

           PERFORM VARYING DBT-IDX FROM 1 BY 1
                   UNTIL DBT-IDX > WS-DEBT-COUNT
               IF DT-STMT(DBT-IDX) = 0 AND DT-AMOUNT(DBT-IDX) > 0
                   ADD 1 TO WS-STMT-SEQ
                   MOVE WS-STMT-SEQ TO DT-STMT(DBT-IDX)
                   SET WS-FIRST-DEBT TO DBT-IDX
      * Ostali dugovi iste osobe idu na isti izvod.
                   IF DT-PARTY-ID(DBT-IDX) > 0
                       PERFORM VARYING WS-OTHER-IDX
                               FROM WS-FIRST-DEBT BY 1
                               UNTIL WS-OTHER-IDX > WS-DEBT-COUNT
                           IF DT-STMT(WS-OTHER-IDX) = 0
                               AND DT-AMOUNT(WS-OTHER-IDX) > 0
                               AND DT-PARTY-ID(WS-OTHER-IDX) =
                                   DT-PARTY-ID(DBT-IDX)
                               MOVE WS-STMT-SEQ
                                   TO DT-STMT(WS-OTHER-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM ISSUE-STATEMENT-PARA
                           THRU ISSUE-STATEMENT-PARA-EXIT
               END-IF
           END-PERFORM.

           CLOSE REGISTER-OUT.

           PERFORM STATEMENT-SUMMARY-PARA
                   THRU STATEMENT-SUMMARY-PARA-EXIT.

       STATEMENT-MODE-PARA-EXIT.
           EXIT.

      * FINBFL - dug clana knjiznice; osoba se trazi po imenu clana
      * jer FINBFL clana vodi po imenu.
       LOAD-FINES-PARA.
           OPEN INPUT FINE-BALANCE-FILE.
           READ FINE-BALANCE-FILE
               AT END SET END-OF-FINES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FINES OR TABLE-IS-FULL
               IF FB-BALANCE IS NUMERIC AND FB-BALANCE > 0
                       AND FB-BORROWER NOT = SPACES
                   MOVE "LIBRARY"   TO WS-FIND-SYSTEM
                   MOVE FB-BORROWER TO WS-FIND-KEY
                   PERFORM ADD-DEBT-PARA THRU ADD-DEBT-PARA-EXIT
                   IF ENTRY-FOUND
                       MOVE FB-BALANCE TO DT-AMOUNT(WS-DEBT-COUNT)
                       IF FB-SINCE-DATE IS NUMERIC
                           MOVE FB-SINCE-DATE
                               TO DT-SINCE(WS-DEBT-COUNT)
                       END-IF
                       SET PLQ-BY-NAME TO TRUE
                       MOVE "MEMBFL"    TO PLQ-SOURCE
                       MOVE SPACES      TO PLQ-SOURCE-KEY
                       MOVE FB-BORROWER TO PLQ-NAME
                       PERFORM FIND-PARTY-PARA
                               THRU FIND-PARTY-PARA-EXIT
                   END-IF
               END-IF
               READ FINE-BALANCE-FILE
                   AT END SET END-OF-FINES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FINE-BALANCE-FILE.

       LOAD-FINES-PARA-EXIT.
           EXIT.

      * LICBFL - dug vlasnika psa; osoba se trazi po vlasniku kao
      * kljucu DOGVS uloge.
       LOAD-LICENCES-PARA.
           OPEN INPUT LICENCE-BALANCE-FILE.
           READ LICENCE-BALANCE-FILE
               AT END SET END-OF-LICENCES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LICENCES OR TABLE-IS-FULL
               IF LIC-BALANCE IS NUMERIC AND LIC-BALANCE > 0
                       AND LIC-OWNER NOT = SPACES
                   MOVE "DOGS"    TO WS-FIND-SYSTEM
                   MOVE LIC-OWNER TO WS-FIND-KEY
                   PERFORM ADD-DEBT-PARA THRU ADD-DEBT-PARA-EXIT
                   IF ENTRY-FOUND
                       MOVE LIC-BALANCE TO DT-AMOUNT(WS-DEBT-COUNT)
                       IF LIC-SINCE-DATE IS NUMERIC
                           MOVE LIC-SINCE-DATE
                               TO DT-SINCE(WS-DEBT-COUNT)
                       END-IF
                       SET PLQ-BY-SOURCE TO TRUE
                       MOVE "DOGVS"   TO PLQ-SOURCE
                       MOVE LIC-OWNER TO PLQ-SOURCE-KEY
                       MOVE SPACES    TO PLQ-NAME
                       PERFORM FIND-PARTY-PARA
                               THRU FIND-PARTY-PARA-EXIT
                   END-IF
               END-IF
               READ LICENCE-BALANCE-FILE
                   AT END SET END-OF-LICENCES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LICENCE-BALANCE-FILE.

       LOAD-LICENCES-PARA-EXIT.
           EXIT.

      * Dodaje dug WS-FIND-SYSTEM/WS-FIND-KEY u DEBT-TABLE;
      * ENTRY-FOUND kaze je li dodan.
       ADD-DEBT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-DEBT-COUNT NOT LESS THAN WS-MAX-DEBTS
               DISPLAY "DEBTSTMT: DEBT TABLE FULL AT " WS-MAX-DEBTS
                       " - RUN ABORTED"
               MOVE 'Y' TO WS-TABLE-FULL
               GO TO ADD-DEBT-PARA-EXIT
           END-IF.

           ADD 1 TO WS-DEBT-COUNT.
           ADD 1 TO TOTAL-DEBTS.
           MOVE WS-FIND-SYSTEM TO DT-SYSTEM(WS-DEBT-COUNT).
           MOVE WS-FIND-KEY    TO DT-KEY(WS-DEBT-COUNT).
           MOVE ZEROS          TO DT-AMOUNT(WS-DEBT-COUNT).
           MOVE ZEROS          TO DT-SINCE(WS-DEBT-COUNT).
           MOVE ZEROS          TO DT-PARTY-ID(WS-DEBT-COUNT).
           MOVE ZEROS          TO DT-STMT(WS-DEBT-COUNT).
           SET ENTRY-FOUND TO TRUE.

       ADD-DEBT-PARA-EXIT.
           EXIT.

      * Broj osobe za zadnji dodani dug preko PARTYLKP-a; dug osobe
      * koje nema u indeksu dobiva vlastiti izvod.
       FIND-PARTY-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "PARTYLKP" USING PARTY-LOOKUP-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           IF PLQ-FOUND
               MOVE PLQ-PARTY-ID TO DT-PARTY-ID(WS-DEBT-COUNT)
           ELSE
               ADD 1 TO UNINDEXED-DEBTS
           END-IF.

       FIND-PARTY-PARA-EXIT.
           EXIT.

      * Trazi dug po sustavu i kljucu u DEBT-TABLE.
       FIND-DEBT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING DBT-IDX FROM 1 BY 1
                   UNTIL DBT-IDX > WS-DEBT-COUNT
               IF DT-SYSTEM(DBT-IDX) = WS-FIND-SYSTEM
                       AND DT-KEY(DBT-IDX) = WS-FIND-KEY
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO DBT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-DEBT-PARA-EXIT.
           EXIT.

      * Stari registar (STMREG) u REGISTER-TABLE.
       LOAD-REGISTER-PARA.
           OPEN INPUT REGISTER-IN.
           READ REGISTER-IN INTO DEBT-REGISTER-RECORD
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER OR TABLE-IS-FULL
               IF DRG-AMOUNT IS NUMERIC AND DRG-PAID IS NUMERIC
                   IF WS-REG-COUNT NOT LESS THAN WS-MAX-REGS
                       DISPLAY "DEBTSTMT: REGISTER TABLE FULL AT "
                               WS-MAX-REGS " - RUN ABORTED"
                       MOVE 'Y' TO WS-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-REG-COUNT
                       MOVE DEBT-REGISTER-RECORD
                           TO RT-RECORD(WS-REG-COUNT)
                       MOVE 'N' TO RT-DONE(WS-REG-COUNT)
                   END-IF
               END-IF
               READ REGISTER-IN INTO DEBT-REGISTER-RECORD
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

      * Poziv na broj starog izvoda vrijedi dok dug nije podmiren i
      * dok ga ima u saldu - otvoreni dio se svodi na danasnji saldo
      * (pult je mogao dio naplatiti mimo izvoda); novi izvod dobiva
      * samo ostatak salda.
       CARRY-OPEN-DEBTS-PARA.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RT-RECORD(REG-IDX) TO DEBT-REGISTER-RECORD
               IF DRG-PAID < DRG-AMOUNT
                   MOVE DRG-SYSTEM   TO WS-FIND-SYSTEM
                   MOVE DRG-DEBT-KEY TO WS-FIND-KEY
                   PERFORM FIND-DEBT-PARA THRU FIND-DEBT-PARA-EXIT
                   IF ENTRY-FOUND
                       IF DRG-AMOUNT - DRG-PAID >
                               DT-AMOUNT(WS-FOUND-IDX)
                           COMPUTE DRG-AMOUNT =
                                   DRG-PAID + DT-AMOUNT(WS-FOUND-IDX)
                       END-IF
                       WRITE REGISTER-OUT-RECORD
                           FROM DEBT-REGISTER-RECORD
                       ADD 1 TO CARRIED-DEBTS
      * Dio salda pokriven starim izvodom ne ide na novi izvod.
                       COMPUTE DT-AMOUNT(WS-FOUND-IDX) =
                               DT-AMOUNT(WS-FOUND-IDX)
                             - (DRG-AMOUNT - DRG-PAID)
                   END-IF
               END-IF
           END-PERFORM.

       CARRY-OPEN-DEBTS-PARA-EXIT.
           EXIT.

      * Izvod WS-STMT-SEQ: redak po dugu sa starenjem, zapis po dugu
      * u registar i jedna obavijest u NTFQFL.
       ISSUE-STATEMENT-PARA.
           MOVE WS-STMT-SEQ TO WS-REF-SEQ.
           MOVE ZEROS TO WS-STMT-TOTAL.
           MOVE ZEROS TO WS-STMT-DEBTS.
           MOVE 1 TO WS-OLDEST-BUCKET.
           MOVE DT-KEY(WS-FIRST-DEBT) TO WS-STMT-NAME.
           ADD 1 TO STATEMENT-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "STATEMENT " WS-REFERENCE
                  "  PARTY " DT-PARTY-ID(WS-FIRST-DEBT)
                  "  " WS-STMT-NAME
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

           PERFORM VARYING WS-OTHER-IDX FROM WS-FIRST-DEBT BY 1
                   UNTIL WS-OTHER-IDX > WS-DEBT-COUNT
               IF DT-STMT(WS-OTHER-IDX) = WS-STMT-SEQ
                   PERFORM STATEMENT-LINE-PARA
                           THRU STATEMENT-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

           IF WS-STMT-DEBTS > 1
               ADD 1 TO COMBINED-COUNT
           END-IF.
           ADD WS-STMT-TOTAL TO WS-GRAND-TOTAL.

           MOVE WS-STMT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    TOTAL DUE: " FUNCTION TRIM(WS-TOTAL-EDIT)
                  "  PAYMENT REFERENCE: " WS-REFERENCE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

      * Jedna obavijest po izvodu - otprema je NTFDISP-ova briga.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-STMT-NAME             TO NTF-RECIPIENT.
           MOVE "MAIL"                   TO NTF-CHANNEL.
           MOVE "MUNIDEBT"               TO NTF-TEMPLATE.
           MOVE WS-REFERENCE             TO NTF-SUBST-1.
           MOVE FUNCTION TRIM(WS-TOTAL-EDIT) TO NTF-SUBST-2.
           MOVE AB-LABEL(WS-OLDEST-BUCKET) TO NTF-SUBST-3.
           MOVE "DEBTSTMT"               TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER            TO NTF-RUN-NUMBER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       ISSUE-STATEMENT-PARA-EXIT.
           EXIT.

      * Jedan dug izvoda (WS-OTHER-IDX): starost, redak izvjestaja i
      * zapis registra.
       STATEMENT-LINE-PARA.
           ADD 1 TO WS-STMT-DEBTS.
           ADD DT-AMOUNT(WS-OTHER-IDX) TO WS-STMT-TOTAL.

           MOVE ZEROS TO WS-AGE-DAYS.
           MOVE 4 TO WS-BUCKET-NUM.
           IF DT-SINCE(WS-OTHER-IDX) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(DT-SINCE(WS-OTHER-IDX))
                   = 0
               AND DT-SINCE(WS-OTHER-IDX) NOT > WS-RUN-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(DT-SINCE(WS-OTHER-IDX))
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 30
                       MOVE 1 TO WS-BUCKET-NUM
                   WHEN WS-AGE-DAYS < 60
                       MOVE 2 TO WS-BUCKET-NUM
                   WHEN WS-AGE-DAYS < 90
                       MOVE 3 TO WS-BUCKET-NUM
               END-EVALUATE
           END-IF.
           IF WS-BUCKET-NUM > WS-OLDEST-BUCKET
               MOVE WS-BUCKET-NUM TO WS-OLDEST-BUCKET
           END-IF.
           SET BKT-IDX TO WS-BUCKET-NUM.
           ADD 1 TO AB-DEBTS(BKT-IDX).
           ADD DT-AMOUNT(WS-OTHER-IDX) TO AB-AMOUNT(BKT-IDX).

           MOVE DT-AMOUNT(WS-OTHER-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AGE-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " DT-SYSTEM(WS-OTHER-IDX) " "
                  DT-KEY(WS-OTHER-IDX) " " WS-AMOUNT-EDIT
                  "  SINCE " DT-SINCE(WS-OTHER-IDX)
                  "  DAYS " WS-DAYS-EDIT
                  "  " AB-LABEL(WS-BUCKET-NUM)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

           MOVE SPACES TO DEBT-REGISTER-RECORD.
           MOVE WS-REFERENCE             TO DRG-REFERENCE.
           MOVE DT-PARTY-ID(WS-OTHER-IDX) TO DRG-PARTY-ID.
           MOVE DT-SYSTEM(WS-OTHER-IDX)  TO DRG-SYSTEM.
           MOVE DT-KEY(WS-OTHER-IDX)     TO DRG-DEBT-KEY.
           MOVE DT-AMOUNT(WS-OTHER-IDX)  TO DRG-AMOUNT.
           MOVE ZEROS                    TO DRG-PAID.
           MOVE DT-SINCE(WS-OTHER-IDX)   TO DRG-SINCE-DATE.
           MOVE WS-RUN-DATE-NUM          TO DRG-STATEMENT-DATE.
           WRITE REGISTER-OUT-RECORD FROM DEBT-REGISTER-RECORD.

       STATEMENT-LINE-PARA-EXIT.
           EXIT.

       STATEMENT-SUMMARY-PARA.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE "DEBT AGING" TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               MOVE AB-AMOUNT(BKT-IDX) TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " AB-LABEL(BKT-IDX)
                      "  DEBTS: " AB-DEBTS(BKT-IDX)
                      "  AMOUNT: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DEBTS: " TOTAL-DEBTS
                  "  NOT IN PARTY INDEX: " UNINDEXED-DEBTS
                  "  STATEMENTS: " STATEMENT-COUNT
                  "  COMBINED: " COMBINED-COUNT
                  "  TOTAL DUE: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "OPEN DEBTS CARRIED FROM EARLIER STATEMENTS: "
                  CARRIED-DEBTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

       STATEMENT-SUMMARY-PARA-EXIT.
           EXIT.

      * SETTLE - uplate po pozivu na broj (MSPAY) dijele se na dugove
      * izvoda redoslijedom iz ORDER-a; dio za knjiznicu ide u PAYFL
      * (FINEPOST), dio za pse u LPAYFL (DOGPAY).
       SETTLE-MODE-PARA.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

           IF TABLE-IS-FULL
               MOVE "RUN ABORTED - TABLE FULL, NO PAYMENTS ALLOCATED"
                   TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO SETTLE-MODE-PARA-EXIT
           END-IF.

           OPEN INPUT MUNI-PAYMENT-FILE.
           OPEN OUTPUT FINE-PAYMENT-FILE.
           OPEN OUTPUT LICENCE-PAYMENT-FILE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

           READ MUNI-PAYMENT-FILE
               AT END SET END-OF-PAYMENTS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PAYMENTS
               ADD 1 TO TOTAL-PAYMENTS
               PERFORM SETTLE-PAYMENT-PARA
                       THRU SETTLE-PAYMENT-PARA-EXIT
               READ MUNI-PAYMENT-FILE
                   AT END SET END-OF-PAYMENTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MUNI-PAYMENT-FILE.
           CLOSE FINE-PAYMENT-FILE.
           CLOSE LICENCE-PAYMENT-FILE.

      * Novi registar - podmireni dugovi ispadaju.
           OPEN OUTPUT REGISTER-OUT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RT-RECORD(REG-IDX) TO DEBT-REGISTER-RECORD
               IF DRG-PAID < DRG-AMOUNT
                   WRITE REGISTER-OUT-RECORD FROM DEBT-REGISTER-RECORD
               ELSE
                   ADD 1 TO SETTLED-DEBTS
               END-IF
           END-PERFORM.
           CLOSE REGISTER-OUT.

           PERFORM SETTLE-SUMMARY-PARA THRU SETTLE-SUMMARY-PARA-EXIT.

       SETTLE-MODE-PARA-EXIT.
           EXIT.

      * Jedna uplata iz MSPAY-a.
       SETTLE-PAYMENT-PARA.
           IF MPY-AMOUNT IS NOT NUMERIC OR MPY-AMOUNT = 0
               ADD 1 TO REJECTED-PAYMENTS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "REJECTED  " MPY-REFERENCE
                      "  INVALID AMOUNT"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO SETTLE-PAYMENT-PARA-EXIT
           END-IF.

           IF MPY-DATE IS NUMERIC
               MOVE MPY-DATE TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF.

           MOVE 'N' TO WS-REF-FLAG.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE 'N' TO RT-DONE(REG-IDX)
               IF RT-RECORD(REG-IDX)(1:13) = MPY-REFERENCE
                   SET REFERENCE-KNOWN TO TRUE
               END-IF
           END-PERFORM.

           IF NOT REFERENCE-KNOWN
               ADD 1 TO UNKNOWN-REFS
               MOVE MPY-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "UNKNOWN   " MPY-REFERENCE "  " WS-AMOUNT-EDIT
                      "  NO OPEN STATEMENT - NOT POSTED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO SETTLE-PAYMENT-PARA-EXIT
           END-IF.

           MOVE MPY-AMOUNT TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0
               PERFORM PICK-DEBT-PARA THRU PICK-DEBT-PARA-EXIT
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               PERFORM ALLOCATE-PARA THRU ALLOCATE-PARA-EXIT
           END-PERFORM.

           IF WS-REMAINING > 0
               ADD 1 TO EXCESS-PAYMENTS
               ADD WS-REMAINING TO WS-EXCESS-TOTAL
               MOVE WS-REMAINING TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "EXCESS    " MPY-REFERENCE "  " WS-AMOUNT-EDIT
                      "  UNALLOCATED EXCESS - NOT POSTED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SETTLE-PAYMENT-PARA-EXIT.
           EXIT.

      * Sljedeci otvoreni dug izvoda po ORDER-u: najprije sustav
      * (LIBRARY/DOGS), unutar njega najstariji; OLDEST gleda samo
      * datum. Nedatirani dug (0) je najstariji.
       PICK-DEBT-PARA.
           MOVE ZEROS TO WS-BEST-IDX.
           MOVE 999999999 TO WS-BEST-RANK.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RT-RECORD(REG-IDX) TO DEBT-REGISTER-RECORD
               IF DRG-REFERENCE = MPY-REFERENCE
                       AND NOT RT-IS-DONE(REG-IDX)
                       AND DRG-PAID < DRG-AMOUNT
                   MOVE DRG-SINCE-DATE TO WS-RANK
                   IF (ORDER-LIBRARY-FIRST AND DRG-DOG-DEBT)
                       OR (ORDER-DOGS-FIRST AND DRG-LIBRARY-DEBT)
                       ADD 100000000 TO WS-RANK
                   END-IF
                   IF WS-RANK < WS-BEST-RANK
                       MOVE WS-RANK TO WS-BEST-RANK
                       SET WS-BEST-IDX TO REG-IDX
                   END-IF
               END-IF
           END-PERFORM.

       PICK-DEBT-PARA-EXIT.
           EXIT.

      * Dio uplate na dug WS-BEST-IDX i transakcija za FINEPOST ili
      * DOGPAY.
       ALLOCATE-PARA.
           MOVE 'Y' TO RT-DONE(WS-BEST-IDX).
           MOVE RT-RECORD(WS-BEST-IDX) TO DEBT-REGISTER-RECORD.
           COMPUTE WS-OPEN-AMOUNT = DRG-AMOUNT - DRG-PAID.
           IF WS-REMAINING < WS-OPEN-AMOUNT
               MOVE WS-REMAINING TO WS-ALLOC-AMOUNT
           ELSE
               MOVE WS-OPEN-AMOUNT TO WS-ALLOC-AMOUNT
           END-IF.
           SUBTRACT WS-ALLOC-AMOUNT FROM WS-REMAINING.
           ADD WS-ALLOC-AMOUNT TO DRG-PAID.
           MOVE DEBT-REGISTER-RECORD TO RT-RECORD(WS-BEST-IDX).
           ADD 1 TO ALLOCATED-COUNT.

           IF DRG-LIBRARY-DEBT
               MOVE SPACES          TO FINE-PAYMENT-RECORD
               MOVE "PAYMENT"       TO FPX-ACTION
               MOVE DRG-DEBT-KEY    TO FPX-BORROWER
               MOVE WS-ALLOC-AMOUNT TO FPX-AMOUNT
               MOVE WS-PAY-DATE     TO FPX-DATE
               WRITE FINE-PAYMENT-RECORD
               ADD WS-ALLOC-AMOUNT TO WS-LIBRARY-PAID
           ELSE
               MOVE SPACES          TO LICENCE-PAYMENT-RECORD
               MOVE DRG-DEBT-KEY(1:25) TO LPX-OWNER
               MOVE WS-ALLOC-AMOUNT TO LPX-AMOUNT
               MOVE WS-PAY-DATE     TO LPX-DATE
               WRITE LICENCE-PAYMENT-RECORD
               ADD WS-ALLOC-AMOUNT TO WS-DOGS-PAID
           END-IF.

           MOVE WS-ALLOC-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PAID      " DRG-REFERENCE "  " WS-AMOUNT-EDIT
                  "  " DRG-SYSTEM " " DRG-DEBT-KEY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

       ALLOCATE-PARA-EXIT.
           EXIT.

       SETTLE-SUMMARY-PARA.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PAYMENTS: " TOTAL-PAYMENTS
                  "  ALLOCATIONS: " ALLOCATED-COUNT
                  "  UNKNOWN REFERENCE: " UNKNOWN-REFS
                  "  REJECTED: " REJECTED-PAYMENTS
                  "  WITH EXCESS: " EXCESS-PAYMENTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

           MOVE WS-LIBRARY-PAID TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TO FINEPOST (PAYFL): " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-DOGS-PAID TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TO DOGPAY (LPAYFL):  " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-EXCESS-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NOT POSTED (EXCESS): " FUNCTION TRIM(WS-TOTAL-EDIT)
                  "  DEBTS SETTLED IN FULL: " SETTLED-DEBTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

       SETTLE-SUMMARY-PARA-EXIT.
           EXIT.

       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DEBTSTMT"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           IF MODE-IS-SETTLE
               MOVE TOTAL-PAYMENTS TO ALOG-RECORD-COUNT
           ELSE
               MOVE TOTAL-DEBTS TO ALOG-RECORD-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-SAVED-RETURN-CODE >= 8
                   MOVE "ERROR" TO ALOG-STATUS
               WHEN WS-SAVED-RETURN-CODE >= 4
                   MOVE "WARNING" TO ALOG-STATUS
               WHEN OTHER
                   MOVE "OK" TO ALOG-STATUS
           END-EVALUATE
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
