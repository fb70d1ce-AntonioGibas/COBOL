      ******************************************************************
      *    BANKDEP - Dnevna obrada orocenih depozita u DEPFL masteru   *
      *              (zadaci/copylib/DEPREC) za datum obrade (PARM     *
      *              RUNDATE=YYYYMMDD, default danasnji). Zahtjevi iz  *
      *              DEPREQ (pipe-delimitirano):                       *
      *              OPEN|tekuci racun|iznos|rok u mjesecima|obnova    *
      *              (N = isplata, Y = obnova s kamatom, P = obnova    *
      *              glavnice uz isplatu kamate) - racun mora biti     *
      *              otvoren i imati stanje za uplatu; stopa i stopa   *
      *              raskida se uzimaju iz tablice DEPRATE po roku i   *
      *              valuti racuna, uplata je terecenje racuna;        *
      *              BREAK|broj depozita - prijevremeni raskid:        *
      *              glavnica i kamata po stopi raskida za protekle    *
      *              dane (dani / 365) isplacuju se na racun.          *
      *              Zatim se obradjuju depoziti dospjeli do datuma    *
      *              obrade: isplata glavnice i ugovorene kamate na    *
      *              vezani racun ili obnova na isti rok po tekucoj    *
      *              stopi iz DEPRATE (bez stope za rok i valutu se    *
      *              depozit isplacuje uz upozorenje). Knjizenja idu   *
      *              u DEPPST (36-bajtni TRNFL raspored - 'D'/'C'      *
      *              glavnica, 'J' kamata, obrazac BANKINT), novi      *
      *              master u DEPOUT, izvjestaj u DEPRPT.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDEP.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSIT-REQUEST-FILE ASSIGN TO DEPREQ
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolna datoteka stopa orocenja - rok u mjesecima, valuta,
      * godisnja stopa i stopa prijevremenog raskida, 9(2)V9(4) kao
      * BANKINT-ov INTRFL.
           SELECT DEPOSIT-RATE-FILE ASSIGN TO DEPRATE
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna (CBLTYPE) nakon zadnjeg knjizenja.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DEPOSIT-MASTER-IN ASSIGN TO DEPFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEPOSIT-MASTER-OUT ASSIGN TO DEPOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEPOSIT-POSTING-FILE ASSIGN TO DEPPST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEPOSIT-REPORT ASSIGN TO DEPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-REQUEST-FILE RECORDING MODE F.
       01 DEPOSIT-REQUEST-RECORD PIC X(250).

       FD DEPOSIT-RATE-FILE.
       01 DEPOSIT-RATE-RECORD.
           05 DRT-TERM          PIC 9(3).
           05 FILLER            PIC X.
           05 DRT-CURRENCY      PIC X(3).
           05 FILLER            PIC X.
           05 DRT-RATE          PIC 9(2)V9(4).
           05 FILLER            PIC X.
           05 DRT-BREAK-RATE    PIC 9(2)V9(4).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD DEPOSIT-MASTER-IN RECORDING MODE F.
       01 DEPOSIT-MASTER-IN-RECORD PIC X(162).

       FD DEPOSIT-MASTER-OUT RECORDING MODE F.
       01 DEPOSIT-MASTER-OUT-RECORD PIC X(162).

      * Isti 36-bajtni raspored kao CBLTYPE-ov TRANSACTION-RECORD.
       FD DEPOSIT-POSTING-FILE RECORDING MODE F.
       01 DEPOSIT-POSTING-RECORD.
           05 DPT-ACCOUNT-ID    PIC 9(12).
           05 DPT-TYPE          PIC X.
           05 DPT-AMOUNT        PIC S9(12)V9(3).
           05 DPT-DATE          PIC 9(8).

       FD DEPOSIT-REPORT.
       01 DEPOSIT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja obrada depozita koristi).
       01 BANK-BALANCE.
           05 ACCOUNT-ID               PIC 9(12).
           05 FILLER                   PIC X.
           05 ACCOUNT-TYPE             PIC 999.
           05 FILLER                   PIC X.
           05 ACCOUNT-USER             PIC X(100).
           05 FILLER                   PIC X.
           05 ACCOUNT-NUMBER           PIC X(34).
           05 FILLER                   PIC X.
           05 ACCOUNT-BALANCE          PIC S9(12)V9(3).
           05 FILLER                   PIC X.
           05 ACCOUNT-CURENCY          PIC X(9).
           05 FILLER                   PIC X.
           05 ACCOUNT-CURRENCY-ID      PIC 999.
           05 FILLER                   PIC X.
           05 ACCOUNT-CURRENCY-CODE    PIC X(3).
           05 FILLER                   PIC X.
           05 ACCOUNT-REGION           PIC X(50).
           05 FILLER                   PIC X.
           05 ACCOUNT-START-DATE       PIC X(8).
           05 FILLER                   PIC X.
           05 ACCOUNT-END-DATE         PIC X(8).
           05 FILLER                   PIC X.
           05 ACCOUNT-OVERDRAFT-LIMIT  PIC S9(7)V99.
           05 FILLER                   PIC X.
           05 ACCOUNT-STATUS           PIC X.
               88 ACCOUNT-OPEN          VALUE "O".
           05 FILLER                   PIC X.
           05 ACCOUNT-LAST-ACTIVITY    PIC 9(8).

           COPY DEPREC.

       01 WS-REQ-EOF       PIC X VALUE 'N'.
           88 END-OF-REQUESTS VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.
       01 WS-DEP-EOF       PIC X VALUE 'N'.
           88 END-OF-DEPOSITS VALUE 'Y'.

       01 TOTAL-REQUESTS   PIC 9(5) VALUE ZEROS.
       01 OPENED-COUNT     PIC 9(5) VALUE ZEROS.
       01 BROKEN-COUNT     PIC 9(5) VALUE ZEROS.
       01 MATURED-COUNT    PIC 9(5) VALUE ZEROS.
       01 ROLLED-COUNT     PIC 9(5) VALUE ZEROS.
       01 HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01 REJECTED-REQ     PIC 9(5) VALUE ZEROS.
       01 TOTAL-FUNDED     PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-PAID-OUT   PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-INTEREST   PIC 9(11)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljena polja jednog zahtjeva.
       01 WS-REQ-ACTION    PIC X(6)  VALUE SPACES.
           88 REQ-IS-OPEN   VALUE "OPEN".
           88 REQ-IS-BREAK  VALUE "BREAK".
       01 WS-REQ-KEY       PIC X(12) VALUE SPACES.
       01 WS-REQ-AMOUNT    PIC X(14) VALUE SPACES.
       01 WS-REQ-TERM      PIC X(4)  VALUE SPACES.
       01 WS-REQ-ROLLOVER  PIC X(2)  VALUE SPACES.
       01 WS-NUM-VALUE     PIC S9(9)V99 VALUE ZEROS.

      * Master racuna u radnoj tablici - raspolozivo stanje za uplatu
      * depozita (stanje umanjeno za uplate ovog runa, bez minusa).
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              10 AT-ACCOUNT-ID         PIC 9(12).
              10 AT-RECORD             PIC X(276).
              10 AT-AVAILABLE          PIC S9(12)V9(3).

      * Stope orocenja iz DEPRATE.
       01 WS-MAX-RATES     PIC 9(3) VALUE 50.
       01 WS-RATE-COUNT    PIC 9(3) VALUE 0.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-RATE-COUNT
                          INDEXED BY RT-IDX.
              10 RT-TERM               PIC 9(3).
              10 RT-CURRENCY           PIC X(3).
              10 RT-RATE               PIC 9(2)V9(4).
              10 RT-BREAK-RATE         PIC 9(2)V9(4).

      * Master depozita u radnoj tablici.
       01 WS-MAX-DEPOSITS  PIC 9(3) VALUE 100.
       01 WS-DEPOSIT-COUNT PIC 9(3) VALUE 0.
       01 DEPOSIT-TABLE.
           05 DEPOSIT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-DEPOSIT-COUNT
                             INDEXED BY DEP-IDX.
              10 DT-DEPOSIT-NO         PIC 9(8).
              10 DT-RECORD             PIC X(162).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-RATE-FLAG     PIC X VALUE 'N'.
           88 RATE-FOUND    VALUE 'Y'.
       01 WS-ROLL-FLAG     PIC X VALUE 'N'.
           88 ROLL-OVER     VALUE 'Y'.
       01 WS-ACCOUNT-IDX   PIC 9(3) VALUE ZEROS.
       01 WS-NEXT-DEPOSIT-NO PIC 9(8) VALUE ZEROS.
       01 WS-MAX-DEPOSIT-TERM PIC 9(3) VALUE 120.

      * Datum obrade - default danasnji, nadjacava se PARM-om
      * RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.

      * Obracun jednog depozita.
       01 WS-DEPOSIT-NO    PIC 9(8) VALUE ZEROS.
       01 WS-LINKED-ACCOUNT PIC 9(12) VALUE ZEROS.
       01 WS-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-TERM          PIC 9(3) VALUE ZEROS.
       01 WS-RATE          PIC 9(2)V9(4) VALUE ZEROS.
       01 WS-BREAK-RATE    PIC 9(2)V9(4) VALUE ZEROS.
       01 WS-INTEREST      PIC 9(9)V99 VALUE ZEROS.
       01 WS-DAYS          PIC S9(7) VALUE ZEROS.
       01 WS-SEARCH-TERM   PIC 9(3) VALUE ZEROS.
       01 WS-SEARCH-CURRENCY PIC X(3) VALUE SPACES.

      * Datum + rok u mjesecima: isti dan u mjesecu, odnosno zadnji
      * dan kraceg mjeseca.
       01 WS-DATE-IN       PIC 9(8) VALUE ZEROS.
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DI-YEAR    PIC 9(4).
           05 WS-DI-MONTH   PIC 9(2).
           05 WS-DI-DAY     PIC 9(2).
       01 WS-DATE-OUT      PIC 9(8) VALUE ZEROS.
       01 WS-ADD-MONTHS    PIC 9(3) VALUE ZEROS.
       01 WS-MONTH-INDEX   PIC 9(7) VALUE ZEROS.
       01 WS-NEW-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-NEW-MONTH     PIC 9(2) VALUE ZEROS.
       01 WS-NEW-DAY       PIC 9(2) VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.9999.
       01 WS-TERM-EDIT     PIC ZZ9.
       01 WS-DAYS-EDIT     PIC ZZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijeni zahtjevi/zadrzana dospijeca, 8=greska u PARM-u,
      * 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-DEP-PARA
                       THRU APPLY-PARM-DEP-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM LOAD-DEPOSITS-PARA THRU LOAD-DEPOSITS-PARA-EXIT.

           OPEN INPUT DEPOSIT-REQUEST-FILE.
           OPEN OUTPUT DEPOSIT-POSTING-FILE.
           OPEN OUTPUT DEPOSIT-REPORT.

           MOVE "TERM DEPOSIT PROCESSING" TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  RATE TABLE ENTRIES: " WS-RATE-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

           READ DEPOSIT-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REQUESTS
               IF DEPOSIT-REQUEST-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-REQUESTS
                   PERFORM APPLY-DEP-REQ-PARA
                           THRU APPLY-DEP-REQ-PARA-EXIT
               END-IF
               READ DEPOSIT-REQUEST-FILE
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ
           END-PERFORM.

           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEPOSIT-COUNT
               MOVE DT-RECORD(DEP-IDX) TO DEPOSIT-RECORD
               IF DP-ACTIVE AND DP-MATURITY <= WS-RUN-DATE-NUM
                   PERFORM MATURE-DEPOSIT-PARA
                           THRU MATURE-DEPOSIT-PARA-EXIT
                   MOVE DEPOSIT-RECORD TO DT-RECORD(DEP-IDX)
               END-IF
           END-PERFORM.

           PERFORM WRITE-DEPOSITS-PARA THRU WRITE-DEPOSITS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE DEPOSIT-REQUEST-FILE.
           CLOSE DEPOSIT-POSTING-FILE.
           CLOSE DEPOSIT-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20261015", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * RUNDATE= (ispravan datum YYYYMMDD); neispravna vrijednost
      * prekida obradu s RC 8.
       APPLY-PARM-DEP-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RUNDATE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX)))
                                   = 0
                               COMPUTE WS-RUN-DATE-NUM =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKDEP: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-DEP-PARA-EXIT.
           EXIT.

      * Ucitava ACCTFL u tablicu; raspolozivo za uplatu depozita je
      * pozitivno stanje racuna.
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
                   MOVE ACCOUNT-MASTER-RECORD
                       TO AT-RECORD(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-BALANCE
                       TO AT-AVAILABLE(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

       LOAD-RATES-PARA.
           OPEN INPUT DEPOSIT-RATE-FILE.

           READ DEPOSIT-RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES
                   OR WS-RATE-COUNT NOT LESS THAN WS-MAX-RATES
               IF DRT-TERM IS NUMERIC
                   ADD 1 TO WS-RATE-COUNT
                   MOVE DRT-TERM       TO RT-TERM(WS-RATE-COUNT)
                   MOVE DRT-CURRENCY   TO RT-CURRENCY(WS-RATE-COUNT)
                   MOVE DRT-RATE       TO RT-RATE(WS-RATE-COUNT)
                   MOVE DRT-BREAK-RATE
                       TO RT-BREAK-RATE(WS-RATE-COUNT)
               END-IF
               READ DEPOSIT-RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPOSIT-RATE-FILE.

       LOAD-RATES-PARA-EXIT.
           EXIT.

      * Ucitava stari master depozita u tablicu; sljedeci depozit
      * dobiva broj za jedan veci od najveceg.
       LOAD-DEPOSITS-PARA.
           OPEN INPUT DEPOSIT-MASTER-IN.

           READ DEPOSIT-MASTER-IN
               AT END SET END-OF-DEPOSITS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-DEPOSITS
                   OR WS-DEPOSIT-COUNT NOT LESS THAN WS-MAX-DEPOSITS
               IF DEPOSIT-MASTER-IN-RECORD(1:8) IS NUMERIC
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE DEPOSIT-MASTER-IN-RECORD(1:8)
                       TO DT-DEPOSIT-NO(WS-DEPOSIT-COUNT)
                   MOVE DEPOSIT-MASTER-IN-RECORD
                       TO DT-RECORD(WS-DEPOSIT-COUNT)
                   IF DT-DEPOSIT-NO(WS-DEPOSIT-COUNT)
                           > WS-NEXT-DEPOSIT-NO
                       MOVE DT-DEPOSIT-NO(WS-DEPOSIT-COUNT)
                           TO WS-NEXT-DEPOSIT-NO
                   END-IF
               END-IF
               READ DEPOSIT-MASTER-IN
                   AT END SET END-OF-DEPOSITS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPOSIT-MASTER-IN.

       LOAD-DEPOSITS-PARA-EXIT.
           EXIT.

       APPLY-DEP-REQ-PARA.
           MOVE SPACES TO WS-REQ-ACTION WS-REQ-KEY WS-REQ-AMOUNT
                          WS-REQ-TERM WS-REQ-ROLLOVER
                          WS-REJECT-REASON.

           UNSTRING DEPOSIT-REQUEST-RECORD DELIMITED BY "|"
               INTO WS-REQ-ACTION WS-REQ-KEY WS-REQ-AMOUNT
                    WS-REQ-TERM WS-REQ-ROLLOVER
           END-UNSTRING.

           IF NOT REQ-IS-OPEN AND NOT REQ-IS-BREAK
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-DEP-REQ-PARA-EXIT
           END-IF.

           IF FUNCTION TRIM(WS-REQ-KEY) IS NOT NUMERIC
               MOVE "NON-NUMERIC ACCOUNT/DEPOSIT" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-DEP-REQ-PARA-EXIT
           END-IF.

           IF REQ-IS-OPEN
               PERFORM OPEN-DEPOSIT-PARA THRU OPEN-DEPOSIT-PARA-EXIT
           ELSE
               PERFORM BREAK-DEPOSIT-PARA THRU BREAK-DEPOSIT-PARA-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
           END-IF.

       APPLY-DEP-REQ-PARA-EXIT.
           EXIT.

      * OPEN - iznos do 999.999.999,99, rok 1 - WS-MAX-DEPOSIT-TERM
      * mjeseci, obnova N/Y/P (prazno = N). Tekuci racun mora biti
      * otvoren s dovoljnim stanjem, a DEPRATE mora imati stopu za
      * rok i valutu racuna. Kamata do dospijeca je jednostavna:
      * iznos * stopa * rok / 1200.
       OPEN-DEPOSIT-PARA.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REQ-AMOUNT))
                   NOT = 0
               MOVE "INVALID DEPOSIT AMOUNT" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-AMOUNT)).
           IF WS-NUM-VALUE <= 0
               MOVE "DEPOSIT AMOUNT OUT OF RANGE" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-AMOUNT.

           IF FUNCTION TRIM(WS-REQ-TERM) IS NOT NUMERIC
               MOVE "INVALID DEPOSIT TERM" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.
           COMPUTE WS-TERM = FUNCTION NUMVAL(WS-REQ-TERM).
           IF WS-TERM < 1 OR WS-TERM > WS-MAX-DEPOSIT-TERM
               MOVE "DEPOSIT TERM OUT OF RANGE" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.

           IF WS-REQ-ROLLOVER = SPACES
               MOVE "N" TO WS-REQ-ROLLOVER
           END-IF.
           IF WS-REQ-ROLLOVER NOT = "N" AND NOT = "Y" AND NOT = "P"
               MOVE "ROLLOVER MUST BE N, Y OR P" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.

           IF WS-DEPOSIT-COUNT NOT LESS THAN WS-MAX-DEPOSITS
               MOVE "DEPOSIT TABLE FULL" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.

           COMPUTE WS-LINKED-ACCOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-KEY)).
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.
           IF NOT ACCOUNT-OPEN
               MOVE "ACCOUNT NOT OPEN" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.
           IF AT-AVAILABLE(WS-ACCOUNT-IDX) < WS-AMOUNT
               MOVE "INSUFFICIENT FUNDS" TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.

           MOVE WS-TERM TO WS-SEARCH-TERM.
           MOVE ACCOUNT-CURRENCY-CODE TO WS-SEARCH-CURRENCY.
           PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT.
           IF NOT RATE-FOUND
               MOVE "NO DEPOSIT RATE FOR TERM/CURRENCY"
                   TO WS-REJECT-REASON
               GO TO OPEN-DEPOSIT-PARA-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-DEPOSIT-NO.
           INITIALIZE DEPOSIT-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-NEXT-DEPOSIT-NO    TO DP-DEPOSIT-NO.
           MOVE WS-LINKED-ACCOUNT     TO DP-LINKED-ACCOUNT.
           MOVE ACCOUNT-USER(1:40)    TO DP-HOLDER.
           MOVE ACCOUNT-CURRENCY-CODE TO DP-CURRENCY.
           MOVE WS-AMOUNT             TO DP-AMOUNT.
           MOVE WS-TERM               TO DP-TERM.
           MOVE WS-REQ-ROLLOVER       TO DP-ROLLOVER.
           MOVE WS-RUN-DATE-NUM       TO DP-OPENED.
           PERFORM START-TERM-PARA THRU START-TERM-PARA-EXIT.
           SET DP-ACTIVE TO TRUE.
           MOVE WS-RUN-NUMBER         TO DP-RUN-NUMBER.

           ADD 1 TO WS-DEPOSIT-COUNT.
           MOVE DP-DEPOSIT-NO  TO DT-DEPOSIT-NO(WS-DEPOSIT-COUNT).
           MOVE DEPOSIT-RECORD TO DT-RECORD(WS-DEPOSIT-COUNT).

           MOVE "D" TO DPT-TYPE.
           MOVE DP-LINKED-ACCOUNT TO DPT-ACCOUNT-ID.
           MOVE DP-AMOUNT TO DPT-AMOUNT.
           PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-PARA-EXIT.
           SUBTRACT WS-AMOUNT FROM AT-AVAILABLE(WS-ACCOUNT-IDX).

           ADD 1 TO OPENED-COUNT.
           ADD WS-AMOUNT TO TOTAL-FUNDED.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE DP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE DP-RATE TO WS-RATE-EDIT.
           MOVE DP-TERM TO WS-TERM-EDIT.
           STRING "OPENED   DEPOSIT " DP-DEPOSIT-NO
                  " FROM " DP-LINKED-ACCOUNT
                  " " WS-AMOUNT-EDIT " " DP-CURRENCY
                  " " WS-TERM-EDIT " MONTHS AT " WS-RATE-EDIT " %"
                  " MATURES " DP-MATURITY
                  " ROLLOVER " DP-ROLLOVER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       OPEN-DEPOSIT-PARA-EXIT.
           EXIT.

      * BREAK - prijevremeni raskid aktivnog depozita prije dospijeca:
      * kamata po stopi raskida za dane od pocetka roka (dani / 365)
      * i glavnica se isplacuju na vezani racun, koji mora biti
      * otvoren.
       BREAK-DEPOSIT-PARA.
           COMPUTE WS-DEPOSIT-NO =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-KEY)).
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEPOSIT-COUNT
               IF DT-DEPOSIT-NO(DEP-IDX) = WS-DEPOSIT-NO
                   SET ENTRY-FOUND TO TRUE
                   MOVE DT-RECORD(DEP-IDX) TO DEPOSIT-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE "DEPOSIT NOT ON MASTER" TO WS-REJECT-REASON
               GO TO BREAK-DEPOSIT-PARA-EXIT
           END-IF.
           IF NOT DP-ACTIVE
               MOVE "DEPOSIT ALREADY CLOSED" TO WS-REJECT-REASON
               GO TO BREAK-DEPOSIT-PARA-EXIT
           END-IF.
           IF DP-MATURITY <= WS-RUN-DATE-NUM
               MOVE "DEPOSIT MATURES IN THIS RUN" TO WS-REJECT-REASON
               GO TO BREAK-DEPOSIT-PARA-EXIT
           END-IF.

           MOVE DP-LINKED-ACCOUNT TO WS-LINKED-ACCOUNT.
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.
           IF NOT ENTRY-FOUND OR NOT ACCOUNT-OPEN
               MOVE "LINKED ACCOUNT NOT OPEN" TO WS-REJECT-REASON
               GO TO BREAK-DEPOSIT-PARA-EXIT
           END-IF.

           COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(DP-OPENED).
           IF WS-DAYS < 0
               MOVE ZEROS TO WS-DAYS
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
                   DP-AMOUNT * DP-BREAK-RATE * WS-DAYS / 36500.
           MOVE WS-DAYS TO WS-DAYS-EDIT.

           PERFORM PAY-OUT-PARA THRU PAY-OUT-PARA-EXIT.
           SET DP-BROKEN TO TRUE.
           MOVE WS-RUN-DATE-NUM TO DP-CLOSED.
           MOVE WS-RUN-NUMBER TO DP-RUN-NUMBER.
           MOVE DEPOSIT-RECORD TO DT-RECORD(DEP-IDX).
           ADD 1 TO BROKEN-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE DP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-INTEREST TO WS-AMOUNT-EDIT-2.
           MOVE DP-BREAK-RATE TO WS-RATE-EDIT.
           STRING "BROKEN   DEPOSIT " DP-DEPOSIT-NO
                  " TO   " DP-LINKED-ACCOUNT
                  " " WS-AMOUNT-EDIT " " DP-CURRENCY
                  "  INTEREST " WS-AMOUNT-EDIT-2
                  " AT " WS-RATE-EDIT " %"
                  " FOR " WS-DAYS-EDIT " DAYS"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       BREAK-DEPOSIT-PARA-EXIT.
           EXIT.

      * Dospjeli depozit: obnova na isti rok po tekucoj stopi iz
      * DEPRATE (Y - kamata se pripisuje glavnici, P - kamata se
      * isplacuje) ili isplata glavnice i kamate na vezani racun.
      * Isplata na racun koji nije otvoren se zadrzava do sljedeceg
      * runa. Propusteni runovi se nadoknadjuju - obnova se ponavlja
      * dok dospijece ne prijedje datum obrade.
       MATURE-DEPOSIT-PARA.
           MOVE DP-LINKED-ACCOUNT TO WS-LINKED-ACCOUNT.
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.

           MOVE 'N' TO WS-ROLL-FLAG.
           IF NOT DP-PAY-OUT
               MOVE DP-TERM TO WS-SEARCH-TERM
               MOVE DP-CURRENCY TO WS-SEARCH-CURRENCY
               PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT
               IF RATE-FOUND
                   SET ROLL-OVER TO TRUE
               ELSE
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "WARNING  DEPOSIT " DP-DEPOSIT-NO
                          " - NO CURRENT RATE FOR ROLLOVER, PAYING OUT"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                           THRU WRITE-REPORT-LINE-PARA-EXIT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF (NOT ROLL-OVER OR DP-ROLL-PRINCIPAL)
               AND (NOT ENTRY-FOUND OR NOT ACCOUNT-OPEN)
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "HELD     DEPOSIT " DP-DEPOSIT-NO
                      " - LINKED ACCOUNT " DP-LINKED-ACCOUNT
                      " NOT OPEN, MATURITY HELD"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO MATURE-DEPOSIT-PARA-EXIT
           END-IF.

           MOVE DP-INTEREST-DUE TO WS-INTEREST.
           MOVE WS-RUN-NUMBER TO DP-RUN-NUMBER.

           IF NOT ROLL-OVER
               PERFORM PAY-OUT-PARA THRU PAY-OUT-PARA-EXIT
               SET DP-MATURED TO TRUE
               MOVE WS-RUN-DATE-NUM TO DP-CLOSED
               ADD 1 TO MATURED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               MOVE DP-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-INTEREST TO WS-AMOUNT-EDIT-2
               STRING "MATURED  DEPOSIT " DP-DEPOSIT-NO
                      " TO   " DP-LINKED-ACCOUNT
                      " " WS-AMOUNT-EDIT " " DP-CURRENCY
                      "  INTEREST " WS-AMOUNT-EDIT-2
                      " DUE " DP-MATURITY
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO MATURE-DEPOSIT-PARA-EXIT
           END-IF.

           IF DP-ROLL-PRINCIPAL
               MOVE "J" TO DPT-TYPE
               MOVE DP-LINKED-ACCOUNT TO DPT-ACCOUNT-ID
               MOVE WS-INTEREST TO DPT-AMOUNT
               PERFORM WRITE-POSTING-PARA
                       THRU WRITE-POSTING-PARA-EXIT
           ELSE
               ADD WS-INTEREST TO DP-AMOUNT
           END-IF.
           ADD WS-INTEREST TO DP-INTEREST-PAID.
           ADD WS-INTEREST TO TOTAL-INTEREST.

           MOVE DP-MATURITY TO DP-OPENED.
           PERFORM START-TERM-PARA THRU START-TERM-PARA-EXIT.
           ADD 1 TO DP-ROLL-COUNT.
           ADD 1 TO ROLLED-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE DP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-INTEREST TO WS-AMOUNT-EDIT-2.
           MOVE DP-RATE TO WS-RATE-EDIT.
           STRING "ROLLED   DEPOSIT " DP-DEPOSIT-NO
                  " NOW " WS-AMOUNT-EDIT " " DP-CURRENCY
                  "  INTEREST " WS-AMOUNT-EDIT-2
                  " NEW RATE " WS-RATE-EDIT " %"
                  " MATURES " DP-MATURITY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           IF DP-MATURITY <= WS-RUN-DATE-NUM
               GO TO MATURE-DEPOSIT-PARA
           END-IF.

       MATURE-DEPOSIT-PARA-EXIT.
           EXIT.

      * Novi rok od DP-OPENED: stopa i stopa raskida iz pronadjenog
      * reda DEPRATE, dospijece i kamata do dospijeca.
       START-TERM-PARA.
           MOVE RT-RATE(RT-IDX)       TO DP-RATE.
           MOVE RT-BREAK-RATE(RT-IDX) TO DP-BREAK-RATE.
           MOVE DP-OPENED TO WS-DATE-IN.
           MOVE DP-TERM TO WS-ADD-MONTHS.
           PERFORM ADD-MONTHS-PARA THRU ADD-MONTHS-PARA-EXIT.
           MOVE WS-DATE-OUT TO DP-MATURITY.
           COMPUTE DP-INTEREST-DUE ROUNDED =
                   DP-AMOUNT * DP-RATE * DP-TERM / 1200.

       START-TERM-PARA-EXIT.
           EXIT.

      * Isplata glavnice ('C') i kamate WS-INTEREST ('J') na vezani
      * racun.
       PAY-OUT-PARA.
           MOVE "C" TO DPT-TYPE.
           MOVE DP-LINKED-ACCOUNT TO DPT-ACCOUNT-ID.
           MOVE DP-AMOUNT TO DPT-AMOUNT.
           PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-PARA-EXIT.

           IF WS-INTEREST > 0
               MOVE "J" TO DPT-TYPE
               MOVE DP-LINKED-ACCOUNT TO DPT-ACCOUNT-ID
               MOVE WS-INTEREST TO DPT-AMOUNT
               PERFORM WRITE-POSTING-PARA
                       THRU WRITE-POSTING-PARA-EXIT
           END-IF.

           ADD WS-INTEREST TO DP-INTEREST-PAID.
           ADD DP-AMOUNT TO TOTAL-PAID-OUT.
           ADD WS-INTEREST TO TOTAL-INTEREST.

       PAY-OUT-PARA-EXIT.
           EXIT.

      * Trazi WS-LINKED-ACCOUNT u tablici racuna; pronadjeni racun je
      * u BANK-BALANCE, indeks u WS-ACCOUNT-IDX.
       FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-ACCOUNT-IDX.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = WS-LINKED-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
                   SET WS-ACCOUNT-IDX TO ACC-IDX
                   MOVE AT-RECORD(ACC-IDX) TO BANK-BALANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-PARA-EXIT.
           EXIT.

      * Trazi stopu za WS-SEARCH-TERM i WS-SEARCH-CURRENCY u DEPRATE
      * tablici; pronadjeni red je na RT-IDX.
       FIND-RATE-PARA.
           MOVE 'N' TO WS-RATE-FLAG.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-COUNT
               IF RT-TERM(RT-IDX) = WS-SEARCH-TERM
                   AND RT-CURRENCY(RT-IDX) = WS-SEARCH-CURRENCY
                   SET RATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RATE-PARA-EXIT.
           EXIT.

      * WS-DATE-IN + WS-ADD-MONTHS mjeseci u WS-DATE-OUT - isti dan u
      * mjesecu, a ako ga kraci mjesec nema, zadnji dan mjeseca.
       ADD-MONTHS-PARA.
           COMPUTE WS-MONTH-INDEX = (WS-DI-YEAR * 12) + WS-DI-MONTH
                   - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-NEW-YEAR
                  REMAINDER WS-NEW-MONTH.
           ADD 1 TO WS-NEW-MONTH.
           MOVE WS-DI-DAY TO WS-NEW-DAY.
           COMPUTE WS-DATE-OUT = (WS-NEW-YEAR * 10000)
                   + (WS-NEW-MONTH * 100) + WS-NEW-DAY.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-OUT) = 0
               SUBTRACT 1 FROM WS-NEW-DAY
               COMPUTE WS-DATE-OUT = (WS-NEW-YEAR * 10000)
                       + (WS-NEW-MONTH * 100) + WS-NEW-DAY
           END-PERFORM.

       ADD-MONTHS-PARA-EXIT.
           EXIT.

       WRITE-POSTING-PARA.
           MOVE WS-RUN-DATE-NUM TO DPT-DATE.
           WRITE DEPOSIT-POSTING-RECORD.

       WRITE-POSTING-PARA-EXIT.
           EXIT.

       WRITE-DEPOSITS-PARA.
           OPEN OUTPUT DEPOSIT-MASTER-OUT.

           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEPOSIT-COUNT
               MOVE DT-RECORD(DEP-IDX) TO DEPOSIT-MASTER-OUT-RECORD
               WRITE DEPOSIT-MASTER-OUT-RECORD
           END-PERFORM.

           CLOSE DEPOSIT-MASTER-OUT.

       WRITE-DEPOSITS-PARA-EXIT.
           EXIT.

       REJECT-REQ-PARA.
           ADD 1 TO REJECTED-REQ.
           DISPLAY "BANKDEP: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" WS-REQ-ACTION " " WS-REQ-KEY "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " [" WS-REQ-ACTION " " WS-REQ-KEY "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       REJECT-REQ-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REQUESTS: " TOTAL-REQUESTS
                  "  OPENED: " OPENED-COUNT
                  "  BROKEN: " BROKEN-COUNT
                  "  REJECTED: " REJECTED-REQ
                  "  MATURED: " MATURED-COUNT
                  "  ROLLED OVER: " ROLLED-COUNT
                  "  HELD: " HELD-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TOTAL-FUNDED TO WS-AMOUNT-EDIT.
           MOVE TOTAL-PAID-OUT TO WS-AMOUNT-EDIT-2.
           STRING "FUNDED: " WS-AMOUNT-EDIT
                  "  PRINCIPAL PAID OUT: " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TOTAL-INTEREST TO WS-AMOUNT-EDIT.
           STRING "INTEREST PAID OR CAPITALISED: " WS-AMOUNT-EDIT
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
           MOVE "BANKDEP"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-REQUESTS TO ALOG-RECORD-COUNT
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
