      ******************************************************************
      *    BANKWHT - Godisnje potvrde o kamati i porezu po odbitku     *
      *              (PARM YEAR=YYYY, default prosla godina; PAYER=    *
      *              porezni broj banke isplatitelja). Ulaz su stavke  *
      *              poreza po odbitku koje CBLTYPE ispisuje uz svaki  *
      *              pripis kamate (WHTLED, dnevni skupovi godine      *
      *              spojeni - zadaci/copylib/WHTREC). Po kupcu i      *
      *              racunu zbraja kamatu i zadrzani porez u valuti    *
      *              racuna i preracunava ih u EUR po stopi iz RATEFL  *
      *              na snazi 31.12. godine (jedinice valute za 1 EUR, *
      *              kao CBLTYPE); bez stope za neku valutu run se     *
      *              zaustavlja s RC 8 prije ikakvog ispisa. Izlazi:   *
      *              TAXCERT - potvrda po kupcu (ime i rezidentnost iz *
      *              CUSTFL, IBAN iz ACCTFL, redak po racunu i ukupno  *
      *              u EUR); TAXAUTH - zbirna datoteka porezne uprave  *
      *              u propisanom rasporedu (H zaglavlje, D redak po   *
      *              kupcu u EUR, T zakljucak s kontrolnim             *
      *              zbrojevima); WHTRPT - kontrolni izvjestaj s       *
      *              upozorenjima i zbrojevima po valuti za uskladu s  *
      *              glavnom knjigom (tip 'W'). Kamata racuna bez      *
      *              kupca se ne potvrdjuje - upozorenje, RC 4.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKWHT.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Stavke poreza po odbitku iz knjizenja (dnevni skupovi godine).
           SELECT WHT-LEDGER-FILE ASSIGN TO WHTLED
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna - IBAN racuna za potvrdu.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CERTIFICATE-FILE ASSIGN TO TAXCERT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AUTHORITY-FILE ASSIGN TO TAXAUTH
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WHT-REPORT ASSIGN TO WHTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WHT-LEDGER-FILE RECORDING MODE F.
           COPY WHTREC.

      * Isti raspored kao CUSTOMER-DETAIL u CUSTMNT-u.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-DETAIL.
           05 CST-ID            PIC 9(6).
           05 FILLER            PIC X.
           05 CST-NAME          PIC X(50).
           05 FILLER            PIC X.
           05 CST-CONTACT       PIC X(50).
           05 FILLER            PIC X.
           05 CST-STATUS        PIC X.
           05 FILLER            PIC X.
           05 CST-SEGMENT       PIC X(3).
           05 FILLER            PIC X.
           05 CST-RESIDENCY     PIC X(2).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X.
           05 RTF-EFFECTIVE     PIC 9(8).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(132).

      * Zbirna datoteka porezne uprave - H zaglavlje (isplatitelj,
      * godina), D redak po kupcu (kamata i porez u EUR), T
      * zakljucak s brojem D redaka i ukupnim iznosima.
       FD AUTHORITY-FILE RECORDING MODE F.
       01 AUTHORITY-HEADER-RECORD.
           05 TAH-REC-TYPE      PIC X.
           05 TAH-FORM-ID       PIC X(6).
           05 TAH-PAYER         PIC X(11).
           05 TAH-YEAR          PIC 9(4).
           05 TAH-CREATED       PIC 9(8).
           05 TAH-CURRENCY      PIC X(3).
           05 FILLER            PIC X(67).
       01 AUTHORITY-DETAIL-RECORD.
           05 TAD-REC-TYPE      PIC X.
           05 TAD-SEQ-NO        PIC 9(6).
           05 TAD-CUST-ID       PIC 9(6).
           05 TAD-NAME          PIC X(50).
           05 TAD-RESIDENCY     PIC X(2).
           05 TAD-ACCOUNTS      PIC 9(3).
           05 TAD-INTEREST      PIC 9(13)V99.
           05 TAD-TAX           PIC 9(13)V99.
           05 FILLER            PIC X(2).
       01 AUTHORITY-TRAILER-RECORD.
           05 TAT-REC-TYPE      PIC X.
           05 TAT-COUNT         PIC 9(6).
           05 TAT-INTEREST      PIC 9(15)V99.
           05 TAT-TAX           PIC 9(15)V99.
           05 FILLER            PIC X(59).

       FD WHT-REPORT.
       01 WHT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja potvrda koristi).
       01 BANK-BALANCE.
           05 ACCOUNT-ID               PIC 9(12).
           05 FILLER                   PIC X.
           05 ACCOUNT-TYPE             PIC 999.
           05 FILLER                   PIC X.
           05 ACCOUNT-USER             PIC X(100).
           05 FILLER                   PIC X.
           05 ACCOUNT-NUMBER           PIC X(34).
           05 FILLER                   PIC X(124).

       01 WS-LEDGER-EOF    PIC X VALUE 'N'.
           88 END-OF-LEDGER VALUE 'Y'.
       01 WS-CUST-EOF      PIC X VALUE 'N'.
           88 END-OF-CUSTS  VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.

       01 LEDGER-READ      PIC 9(7) VALUE ZEROS.
       01 LEDGER-IN-YEAR   PIC 9(7) VALUE ZEROS.
       01 LEDGER-OTHER     PIC 9(7) VALUE ZEROS.
       01 LEDGER-UNLINKED  PIC 9(7) VALUE ZEROS.
       01 CERT-COUNT       PIC 9(6) VALUE ZEROS.
       01 CERT-ACCOUNTS    PIC 9(6) VALUE ZEROS.
       01 MISSING-RATES    PIC 9(3) VALUE ZEROS.
       01 UNKNOWN-CUSTS    PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Godina potvrda i njezin zadnji dan.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-TAX-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-END      PIC 9(8) VALUE ZEROS.
       01 WS-LEDGER-YEAR   PIC 9(4) VALUE ZEROS.
       01 WS-PAYER         PIC X(11) VALUE ZEROS.

      * Stope na snazi zadnjeg dana godine, po uzoru na CBLTYPE-ov
      * APPLY-RATE-ROW-PARA.
       01 WS-MAX-RATES     PIC 99 VALUE 20.
       01 WS-RATE-COUNT    PIC 99 VALUE 0.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-RATE-COUNT
                          INDEXED BY RAT-IDX.
              03 RT-CODE      PIC X(3).
              03 RT-RATE      PIC 9(3)V9(6).
              03 RT-EFFECTIVE PIC 9(8).

      * Racuni iz ACCTFL - IBAN za potvrdu.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              03 AT-ACCOUNT-ID PIC 9(12).
              03 AT-IBAN       PIC X(34).

      * Kupci iz CUSTFL - ime i rezidentnost.
       01 WS-MAX-CUSTS     PIC 9(4) VALUE 1000.
       01 WS-CUST-COUNT    PIC 9(4) VALUE 0.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-CUST-COUNT
                              INDEXED BY CST-IDX.
              03 CN-CUST-ID   PIC 9(6).
              03 CN-NAME      PIC X(50).
              03 CN-RESIDENCY PIC X(2).

      * Kamata i porez godine po kupcu i racunu - odrzava se
      * poslozeno po kupcu pa racunu (umetanjem, kao CBLTYPE-ov
      * INSERT-TRANSACTION-PARA), pa se potvrde ispisuju jednim
      * prolazom.
       01 WS-MAX-CERT      PIC 9(4) VALUE 2000.
       01 WS-CERT-COUNT    PIC 9(4) VALUE 0.
       01 CERT-TABLE.
           02 CERT-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-CERT-COUNT
                          INDEXED BY CRT-IDX.
              03 CT-CUST-ID    PIC 9(6).
              03 CT-ACCOUNT    PIC 9(12).
              03 CT-CURRENCY   PIC X(3).
              03 CT-RESIDENCY  PIC X(2).
              03 CT-INTEREST   PIC 9(13)V99.
              03 CT-TAX        PIC 9(13)V99.
              03 CT-COUNT      PIC 9(5).
       01 WS-INSERT-POS    PIC 9(4) VALUE ZEROS.
       01 WS-SHIFT-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-CERT-FULL     PIC X VALUE 'N'.
           88 CERT-TABLE-FULL VALUE 'Y'.

      * Zbrojevi godine po valuti (i racuni bez kupca) - za uskladu
      * s 'W' retcima izvoda za glavnu knjigu.
       01 WS-MAX-CCY       PIC 99 VALUE 20.
       01 WS-CCY-COUNT     PIC 99 VALUE 0.
       01 CCY-TABLE.
           02 CCY-ENTRY OCCURS 1 TO 20 TIMES
                         DEPENDING ON WS-CCY-COUNT
                         INDEXED BY CCY-IDX.
              03 CC-CURRENCY   PIC X(3).
              03 CC-INTEREST   PIC 9(13)V99.
              03 CC-TAX        PIC 9(13)V99.
              03 CC-COUNT      PIC 9(6).

      * Obrada jednog kupca.
       01 WS-CUR-CUST      PIC 9(6) VALUE ZEROS.
       01 WS-CUR-NAME      PIC X(50) VALUE SPACES.
       01 WS-CUR-RESIDENCY PIC X(2) VALUE SPACES.
       01 WS-CUR-ACCOUNTS  PIC 9(3) VALUE ZEROS.
       01 WS-CUST-INT-EUR  PIC 9(13)V99 VALUE ZEROS.
       01 WS-CUST-TAX-EUR  PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-INT-EUR   PIC 9(15)V99 VALUE ZEROS.
       01 WS-TOT-TAX-EUR   PIC 9(15)V99 VALUE ZEROS.
       01 WS-INT-EUR       PIC 9(13)V99 VALUE ZEROS.
       01 WS-TAX-EUR       PIC 9(13)V99 VALUE ZEROS.
       01 WS-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01 WS-RATE-CCY      PIC X(3) VALUE SPACES.
       01 WS-IBAN          PIC X(34) VALUE SPACES.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Ispisni oblici za potvrde i izvjestaj.
       01 WS-AMOUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-4 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT     PIC ZZ9.999999.
       01 WS-COUNT-EDIT    PIC ZZZZZ9.

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

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (kamata
      * bez kupca, kupac bez CUSTFL zapisa), 8=greska u PARM-u,
      * nedostaje stopa ili puna tablica, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
      *     Potvrde se izdaju pocetkom godine za proslu godinu.
           COMPUTE WS-TAX-YEAR = WS-ST-YEAR - 1.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-WHT-PARA
                       THRU APPLY-PARM-WHT-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-YEAR-END = (WS-TAX-YEAR * 10000) + 1231.

           OPEN OUTPUT WHT-REPORT.
           MOVE "INTEREST WITHHOLDING TAX - ANNUAL CERTIFICATES"
               TO WHT-REPORT-LINE.
           WRITE WHT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "YEAR: " WS-TAX-YEAR
                  "  RATES AS OF: " WS-YEAR-END
                  "  PAYER: " WS-PAYER
                  "  RUN DATE: " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-CUSTOMERS-PARA THRU LOAD-CUSTOMERS-PARA-EXIT.
           PERFORM LOAD-LEDGER-PARA THRU LOAD-LEDGER-PARA-EXIT.
           PERFORM CHECK-RATES-PARA THRU CHECK-RATES-PARA-EXIT.

           IF RETURN-CODE >= 8
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "RUN ABORTED - NO CERTIFICATES OR AUTHORITY "
                      "FILE PRODUCED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               DISPLAY "BANKWHT: RUN ABORTED - SEE WHTRPT"
               CLOSE WHT-REPORT
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN OUTPUT AUTHORITY-FILE.

           MOVE SPACES TO AUTHORITY-HEADER-RECORD.
           MOVE "H"              TO TAH-REC-TYPE.
           MOVE "WHTINT"         TO TAH-FORM-ID.
           MOVE WS-PAYER         TO TAH-PAYER.
           MOVE WS-TAX-YEAR      TO TAH-YEAR.
           MOVE WS-RUN-DATE-NUM  TO TAH-CREATED.
           MOVE "EUR"            TO TAH-CURRENCY.
           WRITE AUTHORITY-HEADER-RECORD.

           MOVE ZEROS TO WS-CUR-CUST.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-COUNT
               IF CT-CUST-ID(CRT-IDX) NOT = WS-CUR-CUST
                   IF WS-CUR-CUST > ZEROS
                       PERFORM END-CERTIFICATE-PARA
                               THRU END-CERTIFICATE-PARA-EXIT
                   END-IF
                   PERFORM START-CERTIFICATE-PARA
                           THRU START-CERTIFICATE-PARA-EXIT
               END-IF
               PERFORM WRITE-CERT-ACCOUNT-PARA
                       THRU WRITE-CERT-ACCOUNT-PARA-EXIT
           END-PERFORM.
           IF WS-CUR-CUST > ZEROS
               PERFORM END-CERTIFICATE-PARA
                       THRU END-CERTIFICATE-PARA-EXIT
           END-IF.

           MOVE SPACES TO AUTHORITY-TRAILER-RECORD.
           MOVE "T"            TO TAT-REC-TYPE.
           MOVE CERT-COUNT     TO TAT-COUNT.
           MOVE WS-TOT-INT-EUR TO TAT-INTEREST.
           MOVE WS-TOT-TAX-EUR TO TAT-TAX.
           WRITE AUTHORITY-TRAILER-RECORD.

           CLOSE CERTIFICATE-FILE.
           CLOSE AUTHORITY-FILE.

           PERFORM WRITE-CURRENCY-TOTALS-PARA
                   THRU WRITE-CURRENCY-TOTALS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE WHT-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "YEAR=2025,PAYER=12345678901", i puni KEYWORD-TABLE -
      * vidi TASK5C.
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
      * Par bez '=' se oznacava kao nevaljan (KW-VALID = 'N').
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

      * YEAR= (YYYY, ne poslije tekuce godine) i PAYER= (porezni
      * broj isplatitelja, do 11 znakova); neispravna godina prekida
      * obradu s RC 8.
       APPLY-PARM-WHT-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "YEAR"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 1900
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= WS-ST-YEAR
                               COMPUTE WS-TAX-YEAR =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKWHT: INVALID YEAR= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "PAYER"
                           MOVE KW-VALUE(KW-IDX) TO WS-PAYER
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-WHT-PARA-EXIT.
           EXIT.

      * Puni RATE-TABLE iz RATEFL - po valuti najnovija stopa ciji
      * datum nije poslije zadnjeg dana godine.
       LOAD-RATES-PARA.
           OPEN INPUT RATE-FILE.

           READ RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES
               IF RTF-CODE NOT = SPACES
                       AND RTF-RATE IS NUMERIC
                       AND RTF-RATE > ZEROS
                       AND RTF-EFFECTIVE IS NUMERIC
                       AND RTF-EFFECTIVE <= WS-YEAR-END
                   PERFORM APPLY-RATE-ROW-PARA
                           THRU APPLY-RATE-ROW-PARA-EXIT
               END-IF
               READ RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.

       LOAD-RATES-PARA-EXIT.
           EXIT.

       APPLY-RATE-ROW-PARA.
           PERFORM VARYING RAT-IDX FROM 1 BY 1
                   UNTIL RAT-IDX > WS-RATE-COUNT
               IF RT-CODE(RAT-IDX) = RTF-CODE
                   IF RTF-EFFECTIVE >= RT-EFFECTIVE(RAT-IDX)
                       MOVE RTF-RATE      TO RT-RATE(RAT-IDX)
                       MOVE RTF-EFFECTIVE TO RT-EFFECTIVE(RAT-IDX)
                   END-IF
                   GO TO APPLY-RATE-ROW-PARA-EXIT
               END-IF
           END-PERFORM.

           IF WS-RATE-COUNT < WS-MAX-RATES
               ADD 1 TO WS-RATE-COUNT
               MOVE RTF-CODE      TO RT-CODE(WS-RATE-COUNT)
               MOVE RTF-RATE      TO RT-RATE(WS-RATE-COUNT)
               MOVE RTF-EFFECTIVE TO RT-EFFECTIVE(WS-RATE-COUNT)
           END-IF.

       APPLY-RATE-ROW-PARA-EXIT.
           EXIT.

       LOAD-ACCOUNTS-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-ID TO AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-NUMBER TO AT-IBAN(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

      * Svi kupci (i neaktivni - potvrda se izdaje za kamatu godine
      * bez obzira na danasnji status kupca).
       LOAD-CUSTOMERS-PARA.
           OPEN INPUT CUSTOMER-MASTER.

           READ CUSTOMER-MASTER
               AT END SET END-OF-CUSTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CUSTS
                   OR WS-CUST-COUNT NOT LESS THAN WS-MAX-CUSTS
               IF CST-ID IS NUMERIC
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CST-ID        TO CN-CUST-ID(WS-CUST-COUNT)
                   MOVE CST-NAME      TO CN-NAME(WS-CUST-COUNT)
                   MOVE CST-RESIDENCY TO CN-RESIDENCY(WS-CUST-COUNT)
               END-IF
               READ CUSTOMER-MASTER
                   AT END SET END-OF-CUSTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.

       LOAD-CUSTOMERS-PARA-EXIT.
           EXIT.

      * Stavke godine se zbrajaju po kupcu i racunu; stavke drugih
      * godina se preskacu, a kamata racuna bez kupca ulazi samo u
      * zbrojeve po valuti (upozorenje, RC 4).
       LOAD-LEDGER-PARA.
           OPEN INPUT WHT-LEDGER-FILE.

           READ WHT-LEDGER-FILE
               AT END SET END-OF-LEDGER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LEDGER OR CERT-TABLE-FULL
               ADD 1 TO LEDGER-READ
               PERFORM APPLY-LEDGER-PARA THRU APPLY-LEDGER-PARA-EXIT
               READ WHT-LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE WHT-LEDGER-FILE.

       LOAD-LEDGER-PARA-EXIT.
           EXIT.

       APPLY-LEDGER-PARA.
           IF WH-ACCOUNT-ID IS NOT NUMERIC OR WH-DATE IS NOT NUMERIC
                   OR WH-INTEREST IS NOT NUMERIC
                   OR WH-TAX IS NOT NUMERIC
                   OR WH-CUST-ID IS NOT NUMERIC
               ADD 1 TO LEDGER-OTHER
               GO TO APPLY-LEDGER-PARA-EXIT
           END-IF.

           DIVIDE WH-DATE BY 10000 GIVING WS-LEDGER-YEAR.
           IF WS-LEDGER-YEAR NOT = WS-TAX-YEAR
               ADD 1 TO LEDGER-OTHER
               GO TO APPLY-LEDGER-PARA-EXIT
           END-IF.
           ADD 1 TO LEDGER-IN-YEAR.

           PERFORM TALLY-CURRENCY-PARA THRU TALLY-CURRENCY-PARA-EXIT.

           IF WH-CUST-ID = ZEROS
               ADD 1 TO LEDGER-UNLINKED
               MOVE WH-INTEREST TO WS-AMOUNT-EDIT
               MOVE WH-TAX      TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "WARNING - INTEREST ON ACCOUNT " WH-ACCOUNT-ID
                      " DATED " WH-DATE " HAS NO CUSTOMER - "
                      WH-CURRENCY " " WS-AMOUNT-EDIT " TAX "
                      WS-AMOUNT-EDIT-2 " NOT CERTIFIED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO APPLY-LEDGER-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-COUNT
               IF CT-CUST-ID(CRT-IDX) = WH-CUST-ID
                       AND CT-ACCOUNT(CRT-IDX) = WH-ACCOUNT-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               PERFORM INSERT-CERT-PARA THRU INSERT-CERT-PARA-EXIT
               IF CERT-TABLE-FULL
                   GO TO APPLY-LEDGER-PARA-EXIT
               END-IF
               SET CRT-IDX TO WS-INSERT-POS
           END-IF.

           ADD WH-INTEREST TO CT-INTEREST(CRT-IDX).
           ADD WH-TAX      TO CT-TAX(CRT-IDX).
           ADD 1           TO CT-COUNT(CRT-IDX).
           IF WH-RESIDENCY NOT = SPACES
               MOVE WH-RESIDENCY TO CT-RESIDENCY(CRT-IDX)
           END-IF.

       APPLY-LEDGER-PARA-EXIT.
           EXIT.

      * Novi par kupac-racun na mjesto koje odrzava redoslijed
      * kupac pa racun.
       INSERT-CERT-PARA.
           IF WS-CERT-COUNT NOT LESS THAN WS-MAX-CERT
               SET CERT-TABLE-FULL TO TRUE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "ERROR - MORE THAN " WS-MAX-CERT
                      " CUSTOMER/ACCOUNT PAIRS IN LEDGER"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO INSERT-CERT-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-INSERT-POS.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-COUNT
               IF CT-CUST-ID(CRT-IDX) > WH-CUST-ID
                   OR (CT-CUST-ID(CRT-IDX) = WH-CUST-ID
                       AND CT-ACCOUNT(CRT-IDX) > WH-ACCOUNT-ID)
                   SET WS-INSERT-POS TO CRT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           ADD 1 TO WS-CERT-COUNT.
           IF WS-INSERT-POS = 0
               MOVE WS-CERT-COUNT TO WS-INSERT-POS
           ELSE
               PERFORM VARYING WS-SHIFT-IDX
                       FROM WS-CERT-COUNT BY -1
                       UNTIL WS-SHIFT-IDX <= WS-INSERT-POS
                   MOVE CERT-ENTRY(WS-SHIFT-IDX - 1)
                       TO CERT-ENTRY(WS-SHIFT-IDX)
               END-PERFORM
           END-IF.

           INITIALIZE CERT-ENTRY(WS-INSERT-POS).
           MOVE WH-CUST-ID    TO CT-CUST-ID(WS-INSERT-POS).
           MOVE WH-ACCOUNT-ID TO CT-ACCOUNT(WS-INSERT-POS).
           MOVE WH-CURRENCY   TO CT-CURRENCY(WS-INSERT-POS).

       INSERT-CERT-PARA-EXIT.
           EXIT.

       TALLY-CURRENCY-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               IF CC-CURRENCY(CCY-IDX) = WH-CURRENCY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-CCY-COUNT NOT LESS THAN WS-MAX-CCY
                   GO TO TALLY-CURRENCY-PARA-EXIT
               END-IF
               ADD 1 TO WS-CCY-COUNT
               SET CCY-IDX TO WS-CCY-COUNT
               INITIALIZE CCY-ENTRY(CCY-IDX)
               MOVE WH-CURRENCY TO CC-CURRENCY(CCY-IDX)
           END-IF.

           ADD WH-INTEREST TO CC-INTEREST(CCY-IDX).
           ADD WH-TAX      TO CC-TAX(CCY-IDX).
           ADD 1           TO CC-COUNT(CCY-IDX).

       TALLY-CURRENCY-PARA-EXIT.
           EXIT.

      * Svaka valuta s kamatom u godini mora imati stopu na snazi
      * zadnjeg dana godine (EUR je bazna valuta stope 1.0).
       CHECK-RATES-PARA.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               MOVE CC-CURRENCY(CCY-IDX) TO WS-RATE-CCY
               PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT
               IF WS-RATE = ZEROS
                   ADD 1 TO MISSING-RATES
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "ERROR - NO RATE FOR " WS-RATE-CCY
                          " AS OF " WS-YEAR-END
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                           THRU WRITE-REPORT-LINE-PARA-EXIT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       CHECK-RATES-PARA-EXIT.
           EXIT.

       FIND-RATE-PARA.
           MOVE ZEROS TO WS-RATE.
           IF WS-RATE-CCY = "EUR"
               MOVE 1 TO WS-RATE
               GO TO FIND-RATE-PARA-EXIT
           END-IF.
           PERFORM VARYING RAT-IDX FROM 1 BY 1
                   UNTIL RAT-IDX > WS-RATE-COUNT
               IF RT-CODE(RAT-IDX) = WS-RATE-CCY
                   MOVE RT-RATE(RAT-IDX) TO WS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RATE-PARA-EXIT.
           EXIT.

      * Zaglavlje potvrde kupca - ime i rezidentnost iz CUSTFL
      * (kupac kojeg vise nema u CUSTFL dobiva potvrdu s
      * rezidentnoscu iz stavki i upozorenje).
       START-CERTIFICATE-PARA.
           MOVE CT-CUST-ID(CRT-IDX) TO WS-CUR-CUST.
           MOVE ZEROS TO WS-CUR-ACCOUNTS.
           MOVE ZEROS TO WS-CUST-INT-EUR.
           MOVE ZEROS TO WS-CUST-TAX-EUR.
           MOVE "UNKNOWN CUSTOMER" TO WS-CUR-NAME.
           MOVE CT-RESIDENCY(CRT-IDX) TO WS-CUR-RESIDENCY.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > WS-CUST-COUNT
               IF CN-CUST-ID(CST-IDX) = WS-CUR-CUST
                   MOVE CN-NAME(CST-IDX) TO WS-CUR-NAME
                   IF CN-RESIDENCY(CST-IDX) NOT = SPACES
                       MOVE CN-RESIDENCY(CST-IDX) TO WS-CUR-RESIDENCY
                   END-IF
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               ADD 1 TO UNKNOWN-CUSTS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "WARNING - CUSTOMER " WS-CUR-CUST
                      " NOT ON CUSTFL - CERTIFICATE WITHOUT NAME"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           ADD 1 TO CERT-COUNT.

           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CERTIFICATE OF INTEREST EARNED AND TAX WITHHELD"
                  " - YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PAYER: " WS-PAYER
                  "  ISSUED: " WS-RUN-DATE-NUM
                  "  EUR RATES AS OF: " WS-YEAR-END
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CUSTOMER: " WS-CUR-CUST " " WS-CUR-NAME
                  "  RESIDENCY: " WS-CUR-RESIDENCY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACCOUNT       IBAN                              "
                  "  CCY        INTEREST             TAX"
                  "  RATE / EUR    INTEREST EUR         TAX EUR"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.

       START-CERTIFICATE-PARA-EXIT.
           EXIT.

      * Redak racuna - iznosi u valuti racuna i u EUR po stopi na
      * snazi zadnjeg dana godine.
       WRITE-CERT-ACCOUNT-PARA.
           ADD 1 TO WS-CUR-ACCOUNTS.
           ADD 1 TO CERT-ACCOUNTS.

           MOVE CT-CURRENCY(CRT-IDX) TO WS-RATE-CCY.
           PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT.
           COMPUTE WS-INT-EUR ROUNDED = CT-INTEREST(CRT-IDX) / WS-RATE.
           COMPUTE WS-TAX-EUR ROUNDED = CT-TAX(CRT-IDX) / WS-RATE.
           ADD WS-INT-EUR TO WS-CUST-INT-EUR.
           ADD WS-TAX-EUR TO WS-CUST-TAX-EUR.

           MOVE SPACES TO WS-IBAN.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = CT-ACCOUNT(CRT-IDX)
                   MOVE AT-IBAN(ACC-IDX) TO WS-IBAN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE CT-INTEREST(CRT-IDX) TO WS-AMOUNT-EDIT.
           MOVE CT-TAX(CRT-IDX)      TO WS-AMOUNT-EDIT-2.
           MOVE WS-RATE              TO WS-RATE-EDIT.
           MOVE WS-INT-EUR           TO WS-AMOUNT-EDIT-3.
           MOVE WS-TAX-EUR           TO WS-AMOUNT-EDIT-4.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING CT-ACCOUNT(CRT-IDX) "  " WS-IBAN "  "
                  CT-CURRENCY(CRT-IDX) "  " WS-AMOUNT-EDIT "  "
                  WS-AMOUNT-EDIT-2 "  " WS-RATE-EDIT "  "
                  WS-AMOUNT-EDIT-3 "  " WS-AMOUNT-EDIT-4
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.

       WRITE-CERT-ACCOUNT-PARA-EXIT.
           EXIT.

      * Ukupno u EUR na potvrdi i D redak kupca za poreznu upravu.
       END-CERTIFICATE-PARA.
           MOVE WS-CUST-INT-EUR TO WS-AMOUNT-EDIT-3.
           MOVE WS-CUST-TAX-EUR TO WS-AMOUNT-EDIT-4.
      *     Iznosi ispod stupaca INTEREST EUR i TAX EUR retka racuna.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE "TOTAL IN EUR" TO TEMP-REPORT-LINE(1:12).
           MOVE WS-AMOUNT-EDIT-3 TO TEMP-REPORT-LINE(100:14).
           MOVE WS-AMOUNT-EDIT-4 TO TEMP-REPORT-LINE(116:14).
           PERFORM WRITE-CERT-LINE-PARA THRU WRITE-CERT-LINE-PARA-EXIT.

           ADD WS-CUST-INT-EUR TO WS-TOT-INT-EUR.
           ADD WS-CUST-TAX-EUR TO WS-TOT-TAX-EUR.

           MOVE SPACES TO AUTHORITY-DETAIL-RECORD.
           MOVE "D"              TO TAD-REC-TYPE.
           MOVE CERT-COUNT       TO TAD-SEQ-NO.
           MOVE WS-CUR-CUST      TO TAD-CUST-ID.
           MOVE WS-CUR-NAME      TO TAD-NAME.
           MOVE WS-CUR-RESIDENCY TO TAD-RESIDENCY.
           MOVE WS-CUR-ACCOUNTS  TO TAD-ACCOUNTS.
           MOVE WS-CUST-INT-EUR  TO TAD-INTEREST.
           MOVE WS-CUST-TAX-EUR  TO TAD-TAX.
           WRITE AUTHORITY-DETAIL-RECORD.

       END-CERTIFICATE-PARA-EXIT.
           EXIT.

      * Kamata i porez godine po valuti (svi racuni, i bez kupca) -
      * iznosi u valuti za uskladu s 'W' retcima glavne knjige.
       WRITE-CURRENCY-TOTALS-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE "INTEREST AND TAX WITHHELD BY CURRENCY"
               TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CCY  CREDITS        INTEREST             TAX"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               MOVE CC-COUNT(CCY-IDX)    TO WS-COUNT-EDIT
               MOVE CC-INTEREST(CCY-IDX) TO WS-AMOUNT-EDIT
               MOVE CC-TAX(CCY-IDX)      TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING CC-CURRENCY(CCY-IDX) "  " WS-COUNT-EDIT "  "
                      WS-AMOUNT-EDIT "  " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

       WRITE-CURRENCY-TOTALS-PARA-EXIT.
           EXIT.

       WRITE-CERT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

       WRITE-CERT-LINE-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO WHT-REPORT-LINE.
           WRITE WHT-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO WHT-REPORT-LINE.
           WRITE WHT-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LEDGER READ: " LEDGER-READ
                  "  IN YEAR: " LEDGER-IN-YEAR
                  "  OTHER/INVALID: " LEDGER-OTHER
                  "  WITHOUT CUSTOMER: " LEDGER-UNLINKED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-TOT-INT-EUR TO WS-AMOUNT-EDIT.
           MOVE WS-TOT-TAX-EUR TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CERTIFICATES: " CERT-COUNT
                  "  ACCOUNTS: " CERT-ACCOUNTS
                  "  UNKNOWN CUSTOMERS: " UNKNOWN-CUSTS
                  "  INTEREST EUR: " WS-AMOUNT-EDIT
                  "  TAX EUR: " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "BANKWHT"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE LEDGER-READ TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF WS-SAVED-RETURN-CODE > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
