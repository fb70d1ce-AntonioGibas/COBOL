      ******************************************************************
      *    CARSALE - Kupoprodajni ugovori za vozila sa zalihe. Svaka   *
      *              prodaja iz SALTRX (pipe-delimitirano:             *
      *              SALE|vin|oib kupca|ime|adresa|mjesto|ugovorena    *
      *              cijena|popust|vin vozila na zamjenu|priznata      *
      *              vrijednost|nacin placanja|ucesce|rok u            *
      *              mjesecima|godisnja kamatna stopa|dan rate|broj    *
      *              ponude|broj procjene vozila na zamjenu)           *
      *              provjerava vozilo u STK-VSAM (na zalihi ili       *
      *              rezervirano) i katalogu CAR-VSAM (cijena i        *
      *              valuta), racuna osnovicu, PDV (PARM VATRATE=,     *
      *              default 25.00) i iznos za placanje, zatvara       *
      *              vozilo kao prodano (STK-STATUS "D") i dopisuje    *
      *              numerirani ugovor u SALEFL (vidi zadaci/copylib/  *
      *              SALEREC) te ispisuje racun u SALINV. Nacin        *
      *              placanja CASH/CARD/TRANSFER/LOAN - prodaja na     *
      *              kredit (LOAN) otvara kreditni racun kroz BANKACCT *
      *              (OPEN transakcija u LNAMNT, ulaz BANKACCT-ovog    *
      *              AMNTFL-a; tip racuna PARM LOANTYPE=, default 400; *
      *              kamatu kredita ('K') knjizi BANKLNDU, pa          *
      *              BANKINT-ov INTRFL za taj tip ima stopu nula),     *
      *              pise isplatu kredita kao terecenje u LNTRX        *
      *              (36-bajtni TRNFL raspored) s dozvoljenim minusom  *
      *              jednakim iznosu kredita i dopisuje trajni nalog   *
      *              mjesecne rate (anuitet) u STOFL za STORDGEN -     *
      *              salon i banka vise nisu dva odvojena sustava.     *
      *              Broj ugovora je najveci u SALEFL + 1, broj        *
      *              kreditnog racuna najveci zauzeti u kreditnom      *
      *              rasponu (ACCTFL i LOANFL) + 1 (obrazac BOOKORD);  *
      *              potrosen raspon odbija kredit s RC 8. Prodaja po  *
      *              ponudi iz CARQUOTE-a navodi broj ponude: ponuda   *
      *              mora postojati u QUOTEFL, glasiti na isti model i *
      *              jos vrijediti; bez ugovorene cijene vrijedi       *
      *              cijena iz ponude (s opremom i kampanjom), a broj  *
      *              ponude ulazi u ugovor. Vozilo s otvorenim         *
      *              opozivom (RCL-VSAM, vidi CARRECL) se ne prodaje   *
      *              dok nije popravljeno. Vozilo na zamjenu s         *
      *              procjenom iz CARVALU-a navodi broj procjene       *
      *              (VALUFL): prazan VIN vozila na zamjenu i priznata *
      *              vrijednost preuzimaju se iz procjene (donja       *
      *              granica ponude), a broj procjene ulazi u ugovor.  *
      *              Procjena poreza pri registraciji (razred i porez  *
      *              u valuti kataloga iz CARTAX-ovog TAXFL-a) se      *
      *              upisuje u ugovor i ispisuje na racunu kao         *
      *              informacija - ne ulazi u iznos za placanje. Svaki *
      *              kredit za vozilo se dopisuje i u LNCAR (CAR       *
      *              transakcija BANKLOAN-ovog LNOPEN-a) - plan        *
      *              otplate, zaostatke i portfelj kredita vodi        *
      *              kreditni podsustav (BANKLOAN/BANKLNDU/BANKLNPF).  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARSALE.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALE-TRX-FILE ASSIGN TO SALTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT STOCK-VSAM ASSIGN TO STKVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STK-VIN
                  FILE STATUS IS STOCK-STATUS.

           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT OPTIONAL RECALL-VSAM ASSIGN TO RCLVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCL-KEY
                  FILE STATUS IS RECALL-STATUS.

      * Povijest ugovora - cita se za sljedeci broj, pa dopisuje.
           SELECT OPTIONAL SALE-CONTRACT-FILE ASSIGN TO SALEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL QUOTE-FILE ASSIGN TO QUOTEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL VALUATION-FILE ASSIGN TO VALUFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REG-TAX-FILE ASSIGN TO TAXFL
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna (CBLTYPE) - samo za sljedeci kreditni racun.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Master kredita (BANKLOAN) - kreditni racun koji BANKACCT
      * jos nije otvorio u ACCTFL-u vec je zauzet ako je u LOANFL-u.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO LOANFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-ACCOUNT-TRX-FILE ASSIGN TO LNAMNT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-POSTING-FILE ASSIGN TO LNTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO STOFL
                  ORGANIZATION IS SEQUENTIAL.

      * Krediti za vozila za preuzimanje u master kredita (BANKLOAN).
           SELECT LOAN-ADOPT-FILE ASSIGN TO LNCAR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INVOICE-FILE ASSIGN TO SALINV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SALE-REPORT ASSIGN TO SALRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALE-TRX-FILE RECORDING MODE F.
       01 SALE-TRX-RECORD PIC X(350).

       FD STOCK-VSAM.
           COPY STKREC.

       FD CAR-VSAM.
           COPY CARDET.

       FD RECALL-VSAM.
           COPY RCLREC.

       FD SALE-CONTRACT-FILE.
           COPY SALEREC.

       FD QUOTE-FILE.
           COPY QUOTEREC.

       FD VALUATION-FILE.
           COPY VALREC.

       FD REG-TAX-FILE.
           COPY TAXREC.

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Isti raspored kao LOAN-MASTER-IN-RECORD u BANKLOAN-u (zadaci/
      * copylib/LOANREC) - treba samo LN-LOAN-ACCOUNT na pocetku.
       FD LOAN-MASTER RECORDING MODE F.
       01 LOAN-MASTER-RECORD PIC X(248).

      * Isti pipe-delimitirani raspored kao BANKACCT-ov AMNTFL.
       FD LOAN-ACCOUNT-TRX-FILE RECORDING MODE F.
       01 LOAN-ACCOUNT-TRX-RECORD PIC X(250).

      * Isti 36-bajtni raspored kao CBLTYPE-ov TRANSACTION-RECORD.
       FD LOAN-POSTING-FILE RECORDING MODE F.
       01 LOAN-POSTING-RECORD.
           05 LPT-ACCOUNT-ID    PIC 9(12).
           05 LPT-TYPE          PIC X.
           05 LPT-AMOUNT        PIC S9(12)V9(3).
           05 LPT-DATE          PIC X(8).

       FD STANDING-ORDER-FILE.
           COPY STOREC.

      * Isti pipe-delimitirani raspored kao BANKLOAN-ov LNOPEN.
       FD LOAN-ADOPT-FILE RECORDING MODE F.
       01 LOAN-ADOPT-RECORD PIC X(250).

       FD INVOICE-FILE.
       01 INVOICE-LINE PIC X(80).

       FD SALE-REPORT.
       01 SALE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 STOCK-STATUS    PIC XX.
           88 STOCK-OK     VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 RECALL-STATUS   PIC XX.
       01 WS-RECALL-EOF    PIC X VALUE 'N'.
           88 END-OF-RECALLS VALUE 'Y'.
       01 WS-RECALL-BLOCK  PIC X VALUE 'N'.
           88 RECALL-BLOCKED VALUE 'Y'.

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-SALE-EOF      PIC X VALUE 'N'.
           88 END-OF-SALES  VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-LOAN-EOF      PIC X VALUE 'N'.
           88 END-OF-LOANS  VALUE 'Y'.
       01 WS-QUOTE-EOF     PIC X VALUE 'N'.
           88 END-OF-QUOTES VALUE 'Y'.
       01 WS-QUOTE-FOUND   PIC X VALUE 'N'.
           88 QUOTE-FOUND   VALUE 'Y'.
       01 WS-VAL-EOF       PIC X VALUE 'N'.
           88 END-OF-VALUATIONS VALUE 'Y'.
       01 WS-VAL-FOUND     PIC X VALUE 'N'.
           88 VALUATION-FOUND VALUE 'Y'.
       01 WS-TAX-EOF       PIC X VALUE 'N'.
           88 END-OF-TAX    VALUE 'Y'.
       01 WS-TAX-FOUND     PIC X VALUE 'N'.
           88 REG-TAX-FOUND VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 CONTRACT-COUNT   PIC 9(5) VALUE ZEROS.
       01 FINANCED-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 TOTAL-NET        PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-VAT        PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-GROSS      PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-FINANCED   PIC 9(9)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 TEMP-INVOICE-LINE PIC X(80).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljena polja jednog transakcijskog reda.
       01 WS-TRX-ACTION    PIC X(8)  VALUE SPACES.
           88 TRX-IS-SALE   VALUE "SALE".
       01 WS-TRX-VIN       PIC X(17) VALUE SPACES.
       01 WS-TRX-BUYER-ID  PIC X(11) VALUE SPACES.
       01 WS-TRX-BUYER-NAME PIC X(40) VALUE SPACES.
       01 WS-TRX-ADDRESS   PIC X(40) VALUE SPACES.
       01 WS-TRX-CITY      PIC X(30) VALUE SPACES.
       01 WS-TRX-PRICE     PIC X(12) VALUE SPACES.
       01 WS-TRX-DISCOUNT  PIC X(12) VALUE SPACES.
       01 WS-TRX-TRADEIN-VIN PIC X(17) VALUE SPACES.
       01 WS-TRX-TRADEIN   PIC X(12) VALUE SPACES.
       01 WS-TRX-PAYMENT   PIC X(8)  VALUE SPACES.
       01 WS-TRX-DOWN      PIC X(12) VALUE SPACES.
       01 WS-TRX-TERM      PIC X(4)  VALUE SPACES.
       01 WS-TRX-RATE      PIC X(6)  VALUE SPACES.
       01 WS-TRX-DAY       PIC X(2)  VALUE SPACES.
       01 WS-TRX-QUOTE     PIC X(6)  VALUE SPACES.
       01 WS-QUOTE-NO      PIC 9(6)  VALUE ZEROS.
       01 WS-QUOTE-PRICE   PIC 9(7)V99 VALUE ZEROS.
       01 WS-TRX-VALUATION PIC X(6)  VALUE SPACES.
       01 WS-VALUATION-NO  PIC 9(6)  VALUE ZEROS.
       01 WS-VAL-OFFER-LOW PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-BRACKET   PIC X(4)  VALUE SPACES.
       01 WS-REG-TAX       PIC 9(7)V99 VALUE ZEROS.

      * Iznosi tekuce prodaje.
       01 WS-AGREED-PRICE  PIC 9(7)V99 VALUE ZEROS.
       01 WS-DISCOUNT      PIC 9(7)V99 VALUE ZEROS.
       01 WS-NET-AMOUNT    PIC 9(7)V99 VALUE ZEROS.
       01 WS-VAT-AMOUNT    PIC 9(7)V99 VALUE ZEROS.
       01 WS-GROSS-AMOUNT  PIC 9(7)V99 VALUE ZEROS.
       01 WS-TRADEIN       PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMOUNT-DUE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-DOWN-PAYMENT  PIC 9(7)V99 VALUE ZEROS.
       01 WS-FINANCED      PIC 9(7)V99 VALUE ZEROS.
       01 WS-NUM-VALUE     PIC S9(9)V99 VALUE ZEROS.

      * Kredit - rok, stopa, dan rate, anuitet i razdoblje otplate.
       01 WS-MAX-LOAN-TERM PIC 9(3) VALUE 120.
       01 WS-LOAN-TERM     PIC 9(3) VALUE ZEROS.
       01 WS-LOAN-RATE     PIC 9(2)V99 VALUE ZEROS.
       01 WS-LOAN-DAY      PIC 9(2) VALUE ZEROS.
       01 WS-INSTALLMENT   PIC 9(7)V99 VALUE ZEROS.
       01 WS-MONTHLY-RATE  PIC 9V9(12) VALUE ZEROS.
       01 WS-GROWTH        PIC 9(6)V9(12) VALUE ZEROS.
       01 WS-FIRST-DUE     PIC 9(8) VALUE ZEROS.
       01 WS-LAST-DUE      PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-INDEX   PIC 9(7) VALUE ZEROS.
       01 WS-DUE-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-DUE-MONTH     PIC 9(2) VALUE ZEROS.
       01 WS-CURRENCY-ID   PIC 9 VALUE ZEROS.

      * Kreditni racuni se dodjeljuju iz vlastitog raspona ACCTFL-a
      * (900000000000 - 909999999999); racuni izvan raspona ne
      * pomicu brojac, a potrosen raspon odbija kredit.
       01 WS-LOAN-ACCT-BASE PIC 9(12) VALUE 900000000000.
       01 WS-LOAN-ACCT-LIMIT PIC 9(12) VALUE 909999999999.
       01 WS-NEXT-LOAN-ACCT PIC 9(12) VALUE ZEROS.
       01 WS-IN-ACCOUNT-ID PIC 9(12) VALUE ZEROS.
       01 WS-LOAN-ACCT-TYPE PIC 9(3) VALUE 400.
       01 WS-LOAN-ACCT-NUMBER PIC X(34) VALUE SPACES.

      * Sljedeci broj ugovora - najveci SAL-CONTRACT-NO u SALEFL + 1.
       01 WS-NEXT-CONTRACT-NO PIC 9(6) VALUE ZEROS.
       01 WS-INVOICE-NO    PIC X(11) VALUE SPACES.

      * Stopa PDV-a u postocima - nadjacava se PARM-om VATRATE=.
       01 WS-VAT-RATE      PIC 9(2)V99 VALUE 25.00.

      * Ispisni oblici iznosa za racun i izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT    PIC ZZZZZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.99.
       01 WS-TERM-EDIT     PIC ZZ9.
       01 WS-DATE-EDIT.
           05 WS-DE-DAY     PIC 9(2).
           05 FILLER        PIC X VALUE '.'.
           05 WS-DE-MONTH   PIC 9(2).
           05 FILLER        PIC X VALUE '.'.
           05 WS-DE-YEAR    PIC 9(4).
       01 WS-DATE-IN       PIC 9(8) VALUE ZEROS.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

       01 WS-TODAY-DATE-NUM PIC 9(8).

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima/PARM-u,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-SALE-PARA
                       THRU APPLY-PARM-SALE-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM FIND-LAST-CONTRACT-PARA
                   THRU FIND-LAST-CONTRACT-PARA-EXIT.
           PERFORM FIND-LAST-LOAN-ACCT-PARA
                   THRU FIND-LAST-LOAN-ACCT-PARA-EXIT.

           OPEN INPUT SALE-TRX-FILE.
           OPEN I-O STOCK-VSAM.
           OPEN INPUT CAR-VSAM.
           OPEN INPUT RECALL-VSAM.
           OPEN EXTEND SALE-CONTRACT-FILE.
           OPEN OUTPUT LOAN-ACCOUNT-TRX-FILE.
           OPEN OUTPUT LOAN-POSTING-FILE.
           OPEN EXTEND STANDING-ORDER-FILE.
           OPEN OUTPUT LOAN-ADOPT-FILE.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT SALE-REPORT.

           MOVE "VEHICLE SALE CONTRACTS" TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-VAT-RATE TO WS-RATE-EDIT.
           STRING "VAT RATE: " WS-RATE-EDIT " %"
                  "  LOAN ACCOUNT TYPE: " WS-LOAN-ACCT-TYPE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.
           MOVE SPACES TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

           READ SALE-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF SALE-TRX-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   PERFORM APPLY-SALE-TRX-PARA
                           THRU APPLY-SALE-TRX-PARA-EXIT
               END-IF
               READ SALE-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE SALE-TRX-FILE.
           CLOSE STOCK-VSAM.
           CLOSE CAR-VSAM.
           CLOSE RECALL-VSAM.
           CLOSE SALE-CONTRACT-FILE.
           CLOSE LOAN-ACCOUNT-TRX-FILE.
           CLOSE LOAN-POSTING-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE LOAN-ADOPT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE SALE-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "VATRATE=25.00,LOANTYPE=400", i puni KEYWORD-TABLE - vidi
      * TASK5C.
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

      * VATRATE= (postotak, 0-99.99) i LOANTYPE= (tip kreditnog
      * racuna u ACCTFL); neispravna vrijednost prekida obradu s RC 8.
       APPLY-PARM-SALE-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "VATRATE"
                           IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))) = 0
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 0
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   < 100
                               COMPUTE WS-VAT-RATE =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "CARSALE: INVALID VATRATE= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "LOANTYPE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-LOAN-ACCT-TYPE =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "CARSALE: INVALID LOANTYPE= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-SALE-PARA-EXIT.
           EXIT.

      * Najveci broj ugovora u SALEFL - sljedeci je za jedan veci.
       FIND-LAST-CONTRACT-PARA.
           OPEN INPUT SALE-CONTRACT-FILE.

           READ SALE-CONTRACT-FILE
               AT END SET END-OF-SALES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SALES
               IF SAL-CONTRACT-NO IS NUMERIC
                       AND SAL-CONTRACT-NO > WS-NEXT-CONTRACT-NO
                   MOVE SAL-CONTRACT-NO TO WS-NEXT-CONTRACT-NO
               END-IF
               READ SALE-CONTRACT-FILE
                   AT END SET END-OF-SALES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SALE-CONTRACT-FILE.

       FIND-LAST-CONTRACT-PARA-EXIT.
           EXIT.

      * Najveci zauzeti broj u kreditnom rasponu (WS-LOAN-ACCT-BASE
      * do WS-LOAN-ACCT-LIMIT) - ACCOUNT-ID iz ACCTFL-a i
      * LN-LOAN-ACCOUNT iz LOANFL-a; sljedeci kredit dobiva za jedan
      * veci.
       FIND-LAST-LOAN-ACCT-PARA.
           MOVE WS-LOAN-ACCT-BASE TO WS-NEXT-LOAN-ACCT.

           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   MOVE ACCOUNT-MASTER-RECORD(1:12)
                       TO WS-IN-ACCOUNT-ID
                   IF WS-IN-ACCOUNT-ID > WS-NEXT-LOAN-ACCT
                           AND WS-IN-ACCOUNT-ID
                               NOT > WS-LOAN-ACCT-LIMIT
                       MOVE WS-IN-ACCOUNT-ID TO WS-NEXT-LOAN-ACCT
                   END-IF
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

           OPEN INPUT LOAN-MASTER.

           READ LOAN-MASTER
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOANS
               IF LOAN-MASTER-RECORD(1:12) IS NUMERIC
                   MOVE LOAN-MASTER-RECORD(1:12)
                       TO WS-IN-ACCOUNT-ID
                   IF WS-IN-ACCOUNT-ID > WS-NEXT-LOAN-ACCT
                           AND WS-IN-ACCOUNT-ID
                               NOT > WS-LOAN-ACCT-LIMIT
                       MOVE WS-IN-ACCOUNT-ID TO WS-NEXT-LOAN-ACCT
                   END-IF
               END-IF
               READ LOAN-MASTER
                   AT END SET END-OF-LOANS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER.

       FIND-LAST-LOAN-ACCT-PARA-EXIT.
           EXIT.

      * Rastavlja red, provjerava vozilo i iznose te knjizi prodaju.
       APPLY-SALE-TRX-PARA.
           MOVE SPACES TO WS-TRX-ACTION WS-TRX-VIN WS-TRX-BUYER-ID
                          WS-TRX-BUYER-NAME WS-TRX-ADDRESS
                          WS-TRX-CITY WS-TRX-PRICE WS-TRX-DISCOUNT
                          WS-TRX-TRADEIN-VIN WS-TRX-TRADEIN
                          WS-TRX-PAYMENT WS-TRX-DOWN WS-TRX-TERM
                          WS-TRX-RATE WS-TRX-DAY WS-TRX-QUOTE
                          WS-TRX-VALUATION.

           UNSTRING SALE-TRX-RECORD DELIMITED BY "|"
               INTO WS-TRX-ACTION WS-TRX-VIN WS-TRX-BUYER-ID
                    WS-TRX-BUYER-NAME WS-TRX-ADDRESS WS-TRX-CITY
                    WS-TRX-PRICE WS-TRX-DISCOUNT WS-TRX-TRADEIN-VIN
                    WS-TRX-TRADEIN WS-TRX-PAYMENT WS-TRX-DOWN
                    WS-TRX-TERM WS-TRX-RATE WS-TRX-DAY
                    WS-TRX-QUOTE WS-TRX-VALUATION
           END-UNSTRING.

           IF NOT TRX-IS-SALE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           IF WS-TRX-VIN = SPACES
               MOVE "TRANSACTION WITHOUT VIN" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           IF WS-TRX-BUYER-ID = SPACES OR WS-TRX-BUYER-NAME = SPACES
               MOVE "BUYER ID AND NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           MOVE WS-TRX-VIN TO STK-VIN.
           READ STOCK-VSAM
               INVALID KEY
                   MOVE "VIN NOT ON STOCK FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-SALE-TRX-PARA-EXIT
           END-READ.

           IF STK-SOLD
               MOVE "VEHICLE ALREADY SOLD" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           PERFORM CHECK-RECALL-PARA THRU CHECK-RECALL-PARA-EXIT.
           IF RECALL-BLOCKED
               MOVE "OPEN RECALL - NOT REPAIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           MOVE STK-CAR-KEY TO CMD-KEY.
           READ CAR-VSAM
               INVALID KEY
                   MOVE "MODEL NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-SALE-TRX-PARA-EXIT
           END-READ.

           PERFORM FIND-QUOTE-PARA THRU FIND-QUOTE-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           PERFORM FIND-VALUATION-PARA THRU FIND-VALUATION-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           PERFORM PRICE-SALE-PARA THRU PRICE-SALE-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SALE-TRX-PARA-EXIT
           END-IF.

           IF WS-TRX-PAYMENT = "LOAN"
               PERFORM PLAN-LOAN-PARA THRU PLAN-LOAN-PARA-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-SALE-TRX-PARA-EXIT
               END-IF
           END-IF.

      *     Vozilo se zatvara kao prodano prije upisa ugovora - ako
      *     REWRITE ne uspije, ugovor se ne pise.
           MOVE "D" TO STK-STATUS.
           MOVE WS-TODAY-DATE-NUM TO STK-SALE-DATE.
           REWRITE STOCK-DETAIL
               INVALID KEY
                   DISPLAY "CARSALE: VSAM ERROR " STOCK-STATUS
                           " ON REWRITE OF VIN " STK-VIN
                   MOVE "APPLY-SALE-TRX-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO APPLY-SALE-TRX-PARA-EXIT
           END-REWRITE.

           PERFORM FIND-REG-TAX-PARA THRU FIND-REG-TAX-PARA-EXIT.
           PERFORM BUILD-CONTRACT-PARA THRU BUILD-CONTRACT-PARA-EXIT.
           PERFORM PRINT-INVOICE-PARA THRU PRINT-INVOICE-PARA-EXIT.

           IF SAL-FINANCED
               PERFORM OPEN-LOAN-PARA THRU OPEN-LOAN-PARA-EXIT
           END-IF.

           WRITE SALE-CONTRACT-RECORD.

       APPLY-SALE-TRX-PARA-EXIT.
           EXIT.

      * Vozilo s nepopravljenim opozivom (RCL-VSAM, vidi CARRECL) se
      * ne smije rezervirati ni prodati.
       CHECK-RECALL-PARA.
           MOVE 'N' TO WS-RECALL-BLOCK.
           MOVE 'N' TO WS-RECALL-EOF.
           MOVE STK-VIN TO RCL-VIN.
           MOVE LOW-VALUES TO RCL-CAMPAIGN.
           START RECALL-VSAM KEY IS >= RCL-KEY
               INVALID KEY
                   SET END-OF-RECALLS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-RECALLS OR RECALL-BLOCKED
               READ RECALL-VSAM NEXT RECORD
                   AT END SET END-OF-RECALLS TO TRUE
               END-READ
               IF NOT END-OF-RECALLS
                   IF RCL-VIN NOT = STK-VIN
                       SET END-OF-RECALLS TO TRUE
                   ELSE
                       IF NOT RCL-REPAIRED
                           SET RECALL-BLOCKED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RECALL-PARA-EXIT.
           EXIT.

      * Ponuda na koju se prodaja poziva (QUOTEFL iz CARQUOTE-a) -
      * mora glasiti na model vozila i vrijediti na dan prodaje.
      * Bez broja ponude WS-QUOTE-NO ostaje nula.
       FIND-QUOTE-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS TO WS-QUOTE-NO WS-QUOTE-PRICE.
           IF WS-TRX-QUOTE = SPACES
               GO TO FIND-QUOTE-PARA-EXIT
           END-IF.

           IF FUNCTION TRIM(WS-TRX-QUOTE) IS NOT NUMERIC
               MOVE "INVALID QUOTE NUMBER" TO WS-REJECT-REASON
               GO TO FIND-QUOTE-PARA-EXIT
           END-IF.
           COMPUTE WS-QUOTE-NO = FUNCTION NUMVAL(WS-TRX-QUOTE).

           MOVE 'N' TO WS-QUOTE-FOUND.
           MOVE 'N' TO WS-QUOTE-EOF.
           OPEN INPUT QUOTE-FILE.
           READ QUOTE-FILE
               AT END SET END-OF-QUOTES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-QUOTES OR QUOTE-FOUND
               IF QTE-QUOTE-NO = WS-QUOTE-NO
                   SET QUOTE-FOUND TO TRUE
               ELSE
                   READ QUOTE-FILE
                       AT END SET END-OF-QUOTES TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           IF NOT QUOTE-FOUND
               MOVE "QUOTE NOT FOUND" TO WS-REJECT-REASON
           ELSE
               IF QTE-CAR-KEY NOT = STK-CAR-KEY
                   MOVE "QUOTE IS FOR ANOTHER MODEL"
                       TO WS-REJECT-REASON
               ELSE
                   IF QTE-VALID-TO < WS-TODAY-DATE-NUM
                       MOVE "QUOTE EXPIRED" TO WS-REJECT-REASON
                   ELSE
                       MOVE QTE-NET-PRICE TO WS-QUOTE-PRICE
                   END-IF
               END-IF
           END-IF.
           CLOSE QUOTE-FILE.

       FIND-QUOTE-PARA-EXIT.
           EXIT.

      * Procjena vozila na zamjenu (VALUFL iz CARVALU-a) - prazan VIN
      * vozila na zamjenu preuzima se iz procjene, a navedeni mora
      * biti isti. Bez broja procjene WS-VALUATION-NO ostaje nula.
       FIND-VALUATION-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS TO WS-VALUATION-NO WS-VAL-OFFER-LOW.
           IF WS-TRX-VALUATION = SPACES
               GO TO FIND-VALUATION-PARA-EXIT
           END-IF.

           IF FUNCTION TRIM(WS-TRX-VALUATION) IS NOT NUMERIC
               MOVE "INVALID VALUATION NUMBER" TO WS-REJECT-REASON
               GO TO FIND-VALUATION-PARA-EXIT
           END-IF.
           COMPUTE WS-VALUATION-NO = FUNCTION NUMVAL(WS-TRX-VALUATION).

           MOVE 'N' TO WS-VAL-FOUND.
           MOVE 'N' TO WS-VAL-EOF.
           OPEN INPUT VALUATION-FILE.
           READ VALUATION-FILE
               AT END SET END-OF-VALUATIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-VALUATIONS OR VALUATION-FOUND
               IF VAL-REF-NO = WS-VALUATION-NO
                   SET VALUATION-FOUND TO TRUE
               ELSE
                   READ VALUATION-FILE
                       AT END SET END-OF-VALUATIONS TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           IF NOT VALUATION-FOUND
               MOVE "VALUATION NOT FOUND" TO WS-REJECT-REASON
           ELSE
               IF WS-TRX-TRADEIN-VIN = SPACES
                   MOVE VAL-VIN TO WS-TRX-TRADEIN-VIN
               END-IF
               IF WS-TRX-TRADEIN-VIN NOT = VAL-VIN
                   MOVE "TRADE-IN VIN DIFFERS FROM VALUATION"
                       TO WS-REJECT-REASON
               ELSE
                   IF VAL-CURRENCY NOT = CMD-CURRENCY
                       MOVE "VALUATION IN ANOTHER CURRENCY"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE VAL-OFFER-LOW TO WS-VAL-OFFER-LOW
                   END-IF
               END-IF
           END-IF.
           CLOSE VALUATION-FILE.

       FIND-VALUATION-PARA-EXIT.
           EXIT.

      * Procjena poreza pri registraciji za model vozila iz TAXFL-a
      * (CARTAX). Procjena u drugoj valuti od kataloga (katalog
      * promijenjen nakon razvrstavanja) se ne preuzima.
       FIND-REG-TAX-PARA.
           MOVE SPACES TO WS-TAX-BRACKET.
           MOVE ZEROS TO WS-REG-TAX.

           MOVE 'N' TO WS-TAX-FOUND.
           MOVE 'N' TO WS-TAX-EOF.
           OPEN INPUT REG-TAX-FILE.
           READ REG-TAX-FILE
               AT END SET END-OF-TAX TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-TAX OR REG-TAX-FOUND
               IF TAX-CAR-KEY = STK-CAR-KEY
                   SET REG-TAX-FOUND TO TRUE
               ELSE
                   READ REG-TAX-FILE
                       AT END SET END-OF-TAX TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE REG-TAX-FILE.

           IF REG-TAX-FOUND AND TAX-CURRENCY = CMD-CURRENCY
               MOVE TAX-BRACKET TO WS-TAX-BRACKET
               MOVE TAX-AMOUNT TO WS-REG-TAX
           END-IF.

       FIND-REG-TAX-PARA-EXIT.
           EXIT.

      * Cijena: ugovorena cijena (prazno = cijena iz ponude, a bez
      * ponude cijena iz kataloga) minus popust je osnovica, PDV po
      * stopi iz VATRATE=, priznata vrijednost vozila na zamjenu
      * (prazno uz procjenu = donja granica ponude iz procjene)
      * umanjuje iznos za placanje.
       PRICE-SALE-PARA.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-TRX-PRICE = SPACES
               IF WS-QUOTE-NO > 0
                   MOVE WS-QUOTE-PRICE TO WS-AGREED-PRICE
               ELSE
                   MOVE CMD-PRICE TO WS-AGREED-PRICE
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-PRICE))
                       NOT = 0
                   MOVE "INVALID AGREED PRICE" TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-PRICE))
               IF WS-NUM-VALUE NOT > 0 OR WS-NUM-VALUE > 9999999.99
                   MOVE "INVALID AGREED PRICE" TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               MOVE WS-NUM-VALUE TO WS-AGREED-PRICE
           END-IF.

           IF WS-AGREED-PRICE = 0
               MOVE "NO PRICE IN CATALOG OR SALE" TO WS-REJECT-REASON
               GO TO PRICE-SALE-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-DISCOUNT.
           IF WS-TRX-DISCOUNT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-DISCOUNT))
                       NOT = 0
                   MOVE "INVALID DISCOUNT" TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-DISCOUNT))
               IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE >= WS-AGREED-PRICE
                   MOVE "DISCOUNT NOT BELOW AGREED PRICE"
                       TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               MOVE WS-NUM-VALUE TO WS-DISCOUNT
           END-IF.

           COMPUTE WS-NET-AMOUNT = WS-AGREED-PRICE - WS-DISCOUNT.
           COMPUTE WS-VAT-AMOUNT ROUNDED =
                   WS-NET-AMOUNT * WS-VAT-RATE / 100.
           COMPUTE WS-GROSS-AMOUNT = WS-NET-AMOUNT + WS-VAT-AMOUNT.

           MOVE ZEROS TO WS-TRADEIN.
           IF WS-TRX-TRADEIN = SPACES AND WS-VALUATION-NO > 0
               IF WS-VAL-OFFER-LOW > WS-GROSS-AMOUNT
                   MOVE "TRADE-IN CREDIT ABOVE INVOICE TOTAL"
                       TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               MOVE WS-VAL-OFFER-LOW TO WS-TRADEIN
           END-IF.
           IF WS-TRX-TRADEIN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-TRADEIN))
                       NOT = 0
                   MOVE "INVALID TRADE-IN CREDIT" TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-TRADEIN))
               IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE > WS-GROSS-AMOUNT
                   MOVE "TRADE-IN CREDIT ABOVE INVOICE TOTAL"
                       TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
               MOVE WS-NUM-VALUE TO WS-TRADEIN
               IF WS-TRADEIN > 0 AND WS-TRX-TRADEIN-VIN = SPACES
                   MOVE "TRADE-IN CREDIT WITHOUT TRADE-IN VIN"
                       TO WS-REJECT-REASON
                   GO TO PRICE-SALE-PARA-EXIT
               END-IF
           END-IF.

           COMPUTE WS-AMOUNT-DUE = WS-GROSS-AMOUNT - WS-TRADEIN.

           IF WS-TRX-PAYMENT NOT = "CASH" AND NOT = "CARD"
                   AND NOT = "TRANSFER" AND NOT = "LOAN"
               MOVE "PAYMENT MUST BE CASH/CARD/TRANSFER/LOAN"
                   TO WS-REJECT-REASON
               GO TO PRICE-SALE-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-DOWN-PAYMENT WS-FINANCED WS-LOAN-TERM
                         WS-LOAN-RATE WS-LOAN-DAY WS-INSTALLMENT
                         WS-FIRST-DUE WS-LAST-DUE.

       PRICE-SALE-PARA-EXIT.
           EXIT.

      * Kredit: ucesce, rok (1 - WS-MAX-LOAN-TERM mjeseci), godisnja
      * stopa i dan rate (1-28, prazno = dan prodaje, najvise 28).
      * Rata je anuitet F * r * (1+r)**n / ((1+r)**n - 1) uz mjesecnu
      * stopu r; bez kamate je F / n. Prva rata dospijeva sljedeci
      * mjesec, zadnja n - 1 mjeseci kasnije.
       PLAN-LOAN-PARA.
           MOVE SPACES TO WS-REJECT-REASON.

      *     Potrosen kreditni raspon je greska u podacima (RC 8) - novi
      *     raspon mora odrediti banka.
           IF WS-NEXT-LOAN-ACCT NOT < WS-LOAN-ACCT-LIMIT
               MOVE "LOAN ACCOUNT RANGE EXHAUSTED" TO WS-REJECT-REASON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO PLAN-LOAN-PARA-EXIT
           END-IF.

           EVALUATE CMD-CURRENCY
               WHEN "EUR"
                   MOVE 1 TO WS-CURRENCY-ID
               WHEN "USD"
                   MOVE 2 TO WS-CURRENCY-ID
               WHEN "CNY"
                   MOVE 3 TO WS-CURRENCY-ID
               WHEN OTHER
                   MOVE "CATALOG CURRENCY NOT HELD BY BANK"
                       TO WS-REJECT-REASON
                   GO TO PLAN-LOAN-PARA-EXIT
           END-EVALUATE.

           IF WS-TRX-DOWN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-DOWN))
                       NOT = 0
                   MOVE "INVALID DOWN PAYMENT" TO WS-REJECT-REASON
                   GO TO PLAN-LOAN-PARA-EXIT
               END-IF
               COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-DOWN))
               IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE >= WS-AMOUNT-DUE
                   MOVE "DOWN PAYMENT NOT BELOW AMOUNT DUE"
                       TO WS-REJECT-REASON
                   GO TO PLAN-LOAN-PARA-EXIT
               END-IF
               MOVE WS-NUM-VALUE TO WS-DOWN-PAYMENT
           END-IF.

           COMPUTE WS-FINANCED = WS-AMOUNT-DUE - WS-DOWN-PAYMENT.

           IF FUNCTION TRIM(WS-TRX-TERM) IS NOT NUMERIC
               MOVE "INVALID LOAN TERM" TO WS-REJECT-REASON
               GO TO PLAN-LOAN-PARA-EXIT
           END-IF.
           COMPUTE WS-LOAN-TERM = FUNCTION NUMVAL(WS-TRX-TERM).
           IF WS-LOAN-TERM < 1 OR WS-LOAN-TERM > WS-MAX-LOAN-TERM
               MOVE "LOAN TERM OUT OF RANGE" TO WS-REJECT-REASON
               GO TO PLAN-LOAN-PARA-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-RATE)) NOT = 0
               MOVE "INVALID LOAN RATE" TO WS-REJECT-REASON
               GO TO PLAN-LOAN-PARA-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-RATE)).
           IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE >= 100
               MOVE "LOAN RATE OUT OF RANGE" TO WS-REJECT-REASON
               GO TO PLAN-LOAN-PARA-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-LOAN-RATE.

           IF WS-TRX-DAY = SPACES
               MOVE WS-TODAY-DATE-NUM(7:2) TO WS-LOAN-DAY
               IF WS-LOAN-DAY > 28
                   MOVE 28 TO WS-LOAN-DAY
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-TRX-DAY) IS NOT NUMERIC
                   MOVE "INVALID INSTALLMENT DAY" TO WS-REJECT-REASON
                   GO TO PLAN-LOAN-PARA-EXIT
               END-IF
               COMPUTE WS-LOAN-DAY = FUNCTION NUMVAL(WS-TRX-DAY)
               IF WS-LOAN-DAY < 1 OR WS-LOAN-DAY > 28
                   MOVE "INSTALLMENT DAY MUST BE 1-28"
                       TO WS-REJECT-REASON
                   GO TO PLAN-LOAN-PARA-EXIT
               END-IF
           END-IF.

           IF WS-LOAN-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                       WS-FINANCED / WS-LOAN-TERM
           ELSE
               COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 1200
               COMPUTE WS-GROWTH = (1 + WS-MONTHLY-RATE)
                       ** WS-LOAN-TERM
               COMPUTE WS-INSTALLMENT ROUNDED =
                       WS-FINANCED * WS-MONTHLY-RATE * WS-GROWTH
                       / (WS-GROWTH - 1)
           END-IF.

      *     Prva rata - sljedeci mjesec; zadnja - jos n - 1 mjeseci.
           COMPUTE WS-MONTH-INDEX = (WS-ST-YEAR * 12) + WS-ST-MONTH.
           PERFORM SET-DUE-DATE-PARA THRU SET-DUE-DATE-PARA-EXIT.
           MOVE WS-DATE-IN TO WS-FIRST-DUE.
           COMPUTE WS-MONTH-INDEX = (WS-ST-YEAR * 12) + WS-ST-MONTH
                   + WS-LOAN-TERM - 1.
           PERFORM SET-DUE-DATE-PARA THRU SET-DUE-DATE-PARA-EXIT.
           MOVE WS-DATE-IN TO WS-LAST-DUE.

       PLAN-LOAN-PARA-EXIT.
           EXIT.

      * WS-MONTH-INDEX (godina * 12 + mjesec - 1 za mjesec nakon
      * zadanog) u datum dana rate WS-LOAN-DAY.
       SET-DUE-DATE-PARA.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
                  REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           COMPUTE WS-DATE-IN = (WS-DUE-YEAR * 10000)
                   + (WS-DUE-MONTH * 100) + WS-LOAN-DAY.

       SET-DUE-DATE-PARA-EXIT.
           EXIT.

      * Dodjeljuje broj ugovora i racuna i puni zapis ugovora; upisuje
      * se u SALEFL nakon racuna i kredita.
       BUILD-CONTRACT-PARA.
           ADD 1 TO WS-NEXT-CONTRACT-NO.
           MOVE SPACES TO WS-INVOICE-NO.
           STRING WS-TODAY-DATE-NUM(1:4) "-" WS-NEXT-CONTRACT-NO
               DELIMITED BY SIZE INTO WS-INVOICE-NO.

           MOVE SPACES TO SALE-CONTRACT-RECORD.
           MOVE WS-NEXT-CONTRACT-NO TO SAL-CONTRACT-NO.
           MOVE WS-INVOICE-NO       TO SAL-INVOICE-NO.
           MOVE WS-TODAY-DATE-NUM   TO SAL-SALE-DATE.
           MOVE STK-VIN             TO SAL-VIN.
           MOVE STK-CAR-KEY         TO SAL-CAR-KEY.
           MOVE WS-TRX-BUYER-ID     TO SAL-BUYER-ID.
           MOVE WS-TRX-BUYER-NAME   TO SAL-BUYER-NAME.
           MOVE WS-TRX-ADDRESS      TO SAL-BUYER-ADDRESS.
           MOVE WS-TRX-CITY         TO SAL-BUYER-CITY.
           MOVE CMD-CURRENCY        TO SAL-CURRENCY.
           MOVE CMD-PRICE           TO SAL-LIST-PRICE.
           MOVE WS-AGREED-PRICE     TO SAL-AGREED-PRICE.
           MOVE WS-DISCOUNT         TO SAL-DISCOUNT.
           MOVE WS-NET-AMOUNT       TO SAL-NET-AMOUNT.
           MOVE WS-VAT-RATE         TO SAL-VAT-RATE.
           MOVE WS-VAT-AMOUNT       TO SAL-VAT-AMOUNT.
           MOVE WS-GROSS-AMOUNT     TO SAL-GROSS-AMOUNT.
           MOVE WS-TRX-TRADEIN-VIN  TO SAL-TRADEIN-VIN.
           MOVE WS-TRADEIN          TO SAL-TRADEIN-CREDIT.
           MOVE WS-AMOUNT-DUE       TO SAL-AMOUNT-DUE.
           MOVE WS-TRX-PAYMENT      TO SAL-PAY-METHOD.
           MOVE WS-DOWN-PAYMENT     TO SAL-DOWN-PAYMENT.
           MOVE WS-FINANCED         TO SAL-FINANCED-AMOUNT.
           MOVE ZEROS               TO SAL-LOAN-ACCOUNT.
           IF SAL-FINANCED
               ADD 1 TO WS-NEXT-LOAN-ACCT
               MOVE WS-NEXT-LOAN-ACCT TO SAL-LOAN-ACCOUNT
           END-IF.
           MOVE WS-LOAN-TERM        TO SAL-LOAN-TERM.
           MOVE WS-LOAN-RATE        TO SAL-LOAN-RATE.
           MOVE WS-INSTALLMENT      TO SAL-INSTALLMENT.
           MOVE WS-FIRST-DUE        TO SAL-FIRST-DUE-DATE.
           MOVE WS-LAST-DUE         TO SAL-LAST-DUE-DATE.
           MOVE WS-RUN-NUMBER       TO SAL-RUN-NUMBER.
           MOVE WS-QUOTE-NO         TO SAL-QUOTE-NO.
           MOVE WS-VALUATION-NO     TO SAL-VALUATION-NO.
           MOVE WS-TAX-BRACKET      TO SAL-TAX-BRACKET.
           MOVE WS-REG-TAX          TO SAL-REG-TAX.

           ADD 1 TO CONTRACT-COUNT.
           ADD WS-NET-AMOUNT   TO TOTAL-NET.
           ADD WS-VAT-AMOUNT   TO TOTAL-VAT.
           ADD WS-GROSS-AMOUNT TO TOTAL-GROSS.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-EDIT.
           STRING "CONTRACT " WS-NEXT-CONTRACT-NO
                  " INVOICE " WS-INVOICE-NO
                  " VIN " STK-VIN
                  " " WS-TRX-BUYER-NAME(1:25)
                  " " WS-TRX-PAYMENT
                  " DUE " WS-AMOUNT-EDIT " " CMD-CURRENCY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

       BUILD-CONTRACT-PARA-EXIT.
           EXIT.

      * Racun kupcu - zaglavlje, kupac, vozilo, obracun s PDV-om i
      * nacin placanja (za kredit i plan otplate).
       PRINT-INVOICE-PARA.
           MOVE ALL "=" TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE SPACES TO TEMP-INVOICE-LINE.
           MOVE SAL-SALE-DATE TO WS-DATE-IN.
           PERFORM EDIT-DATE-PARA THRU EDIT-DATE-PARA-EXIT.
           STRING "INVOICE " SAL-INVOICE-NO
                  "   CONTRACT " SAL-CONTRACT-NO
                  "   DATE " WS-DATE-EDIT
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF SAL-QUOTE-NO > 0
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING "PER QUOTE " SAL-QUOTE-NO
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               MOVE TEMP-INVOICE-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "BUYER:   " SAL-BUYER-NAME " ID " SAL-BUYER-ID
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "         " SAL-BUYER-ADDRESS " " SAL-BUYER-CITY
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "VEHICLE: " SAL-BRAND(1:20) " " SAL-MODEL(1:20)
                  " " SAL-VERSION(1:20)
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "VIN:     " SAL-VIN
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE SAL-AGREED-PRICE TO WS-AMOUNT-EDIT.
           MOVE "AGREED PRICE" TO TEMP-INVOICE-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           IF SAL-DISCOUNT > 0
               MOVE SAL-DISCOUNT TO WS-AMOUNT-EDIT
               MOVE "LESS DISCOUNT" TO TEMP-INVOICE-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-IF.
           MOVE SAL-NET-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE "NET AMOUNT" TO TEMP-INVOICE-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           MOVE SAL-VAT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SAL-VAT-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "VAT " WS-RATE-EDIT " %"
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           MOVE SAL-GROSS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE "INVOICE TOTAL" TO TEMP-INVOICE-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           IF SAL-TRADEIN-CREDIT > 0
               MOVE SAL-TRADEIN-CREDIT TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING "LESS TRADE-IN " SAL-TRADEIN-VIN
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               IF SAL-VALUATION-NO > 0
                   MOVE SPACES TO TEMP-INVOICE-LINE(33:)
                   STRING "VAL " SAL-VALUATION-NO
                       DELIMITED BY SIZE INTO TEMP-INVOICE-LINE(33:)
               END-IF
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-IF.
           MOVE SAL-AMOUNT-DUE TO WS-AMOUNT-EDIT.
           MOVE "AMOUNT DUE" TO TEMP-INVOICE-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           IF SAL-TAX-BRACKET NOT = SPACES
               MOVE SAL-REG-TAX TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING "REG. TAX ESTIMATE (BRACKET " SAL-TAX-BRACKET
                      ") - PAID AT REG."
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-IF.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE SPACES TO TEMP-INVOICE-LINE.
           STRING "PAYMENT: " SAL-PAY-METHOD
               DELIMITED BY SIZE INTO TEMP-INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           IF SAL-FINANCED
               MOVE SAL-DOWN-PAYMENT TO WS-AMOUNT-EDIT
               MOVE "DOWN PAYMENT" TO TEMP-INVOICE-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
               MOVE SAL-FINANCED-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING "FINANCED - LOAN ACCOUNT " SAL-LOAN-ACCOUNT
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
               MOVE SAL-INSTALLMENT TO WS-AMOUNT-EDIT
               MOVE SAL-LOAN-TERM TO WS-TERM-EDIT
               MOVE SAL-LOAN-RATE TO WS-RATE-EDIT
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING WS-TERM-EDIT " MONTHLY INSTALLMENTS AT "
                      WS-RATE-EDIT " %"
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
               MOVE SAL-FIRST-DUE-DATE TO WS-DATE-IN
               PERFORM EDIT-DATE-PARA THRU EDIT-DATE-PARA-EXIT
               MOVE SPACES TO TEMP-INVOICE-LINE
               STRING "FIRST INSTALLMENT DUE " WS-DATE-EDIT
                   DELIMITED BY SIZE INTO TEMP-INVOICE-LINE
               MOVE SAL-LAST-DUE-DATE TO WS-DATE-IN
               PERFORM EDIT-DATE-PARA THRU EDIT-DATE-PARA-EXIT
               MOVE SPACES TO INVOICE-LINE
               STRING TEMP-INVOICE-LINE(1:32) ", LAST " WS-DATE-EDIT
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

       PRINT-INVOICE-PARA-EXIT.
           EXIT.

      * Redak racuna: opis iz TEMP-INVOICE-LINE, iznos i valuta.
       WRITE-AMOUNT-LINE-PARA.
           MOVE SPACES TO INVOICE-LINE.
           MOVE TEMP-INVOICE-LINE(1:50) TO INVOICE-LINE(1:50).
           MOVE WS-AMOUNT-EDIT TO INVOICE-LINE(52:12).
           MOVE SAL-CURRENCY TO INVOICE-LINE(65:3).
           WRITE INVOICE-LINE.

       WRITE-AMOUNT-LINE-PARA-EXIT.
           EXIT.

       EDIT-DATE-PARA.
           MOVE WS-DATE-IN(7:2) TO WS-DE-DAY.
           MOVE WS-DATE-IN(5:2) TO WS-DE-MONTH.
           MOVE WS-DATE-IN(1:4) TO WS-DE-YEAR.

       EDIT-DATE-PARA-EXIT.
           EXIT.

      * Prodaja na kredit: OPEN kreditnog racuna za BANKACCT (dozvoljeni
      * minus = iznos kredita), isplata kredita kao terecenje za
      * knjizenje, trajni nalog rate (uplata 'C') za STORDGEN i CAR
      * transakcija za BANKLOAN.
       OPEN-LOAN-PARA.
           MOVE SPACES TO WS-LOAN-ACCT-NUMBER.
           STRING "CARLOAN " SAL-INVOICE-NO
               DELIMITED BY SIZE INTO WS-LOAN-ACCT-NUMBER.
           MOVE SAL-FINANCED-AMOUNT TO WS-LIMIT-EDIT.

           MOVE SPACES TO LOAN-ACCOUNT-TRX-RECORD.
           STRING "OPEN|" SAL-LOAN-ACCOUNT
                  "|" WS-LOAN-ACCT-TYPE
                  "|" WS-CURRENCY-ID
                  "|" FUNCTION TRIM(SAL-BUYER-NAME)
                  "|" FUNCTION TRIM(WS-LOAN-ACCT-NUMBER)
                  "|" FUNCTION TRIM(SAL-BUYER-CITY)
                  "|" FUNCTION TRIM(WS-LIMIT-EDIT)
               DELIMITED BY SIZE INTO LOAN-ACCOUNT-TRX-RECORD.
           WRITE LOAN-ACCOUNT-TRX-RECORD.

           MOVE SAL-LOAN-ACCOUNT    TO LPT-ACCOUNT-ID.
           MOVE "D"                 TO LPT-TYPE.
           MOVE SAL-FINANCED-AMOUNT TO LPT-AMOUNT.
           MOVE SAL-SALE-DATE       TO LPT-DATE.
           WRITE LOAN-POSTING-RECORD.

           MOVE SPACES TO STANDING-ORDER-RECORD.
           MOVE SAL-LOAN-ACCOUNT    TO STO-ACCOUNT.
           MOVE "C"                 TO STO-TYPE.
           MOVE SAL-INSTALLMENT     TO STO-AMOUNT.
           MOVE SAL-CURRENCY        TO STO-CURRENCY.
           MOVE WS-LOAN-DAY         TO STO-DAY.
           MOVE SAL-FIRST-DUE-DATE  TO STO-START-DATE.
           MOVE SAL-LAST-DUE-DATE   TO STO-END-DATE.
           MOVE "A"                 TO STO-STATUS.
           WRITE STANDING-ORDER-RECORD.

           MOVE SAL-FINANCED-AMOUNT TO WS-LIMIT-EDIT.
           MOVE SAL-LOAN-RATE       TO WS-RATE-EDIT.
           MOVE SPACES TO LOAN-ADOPT-RECORD.
           STRING "CAR|" SAL-LOAN-ACCOUNT
                  "|" FUNCTION TRIM(WS-LIMIT-EDIT)
                  "|" FUNCTION TRIM(WS-RATE-EDIT)
                  "|" SAL-LOAN-TERM
                  "|" SAL-FIRST-DUE-DATE
                  "|" FUNCTION TRIM(SAL-BUYER-NAME)
                  "|" SAL-CURRENCY
               DELIMITED BY SIZE INTO LOAN-ADOPT-RECORD.
           WRITE LOAN-ADOPT-RECORD.

           ADD 1 TO FINANCED-COUNT.
           ADD SAL-FINANCED-AMOUNT TO TOTAL-FINANCED.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE SAL-INSTALLMENT TO WS-AMOUNT-EDIT.
           MOVE SAL-LOAN-TERM TO WS-TERM-EDIT.
           STRING "         LOAN ACCOUNT " SAL-LOAN-ACCOUNT
                  " " WS-TERM-EDIT " X " WS-AMOUNT-EDIT
                  " " SAL-CURRENCY
                  " FROM " SAL-FIRST-DUE-DATE
                  " TO " SAL-LAST-DUE-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

       OPEN-LOAN-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CARSALE: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " (VIN " WS-TRX-VIN ")".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " (VIN " WS-TRX-VIN ")"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           MOVE "CARSALE" TO EXC-PROGRAM-ID
           MOVE STOCK-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR VIN " WS-TRX-VIN
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL TRANSACTIONS: " TOTAL-TRX
                  "  CONTRACTS: " CONTRACT-COUNT
                  "  FINANCED: " FINANCED-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NET: " TOTAL-NET
                  "  VAT: " TOTAL-VAT
                  "  GROSS: " TOTAL-GROSS
                  "  FINANCED: " TOTAL-FINANCED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SALE-REPORT-LINE.
           WRITE SALE-REPORT-LINE.

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
           MOVE "CARSALE"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0 OR WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
