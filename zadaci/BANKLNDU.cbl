      ******************************************************************
      *    BANKLNDU - Mjesecni obracun kredita iz LOANFL mastera       *
      *               (zadaci/copylib/LOANREC). Za datum obrade (PARM  *
      *               RUNDATE=YYYYMMDD, default danasnji):             *
      *               - dug po ACCTFL-u (negativno stanje kreditnog    *
      *                 racuna) se usporedjuje s glavnicom koja jos    *
      *                 nije dospjela: visak je zaostatak (neplacene   *
      *                 rate i zatezna kamata), manjak je prijevremena *
      *                 otplata koja smanjuje preostalu glavnicu;      *
      *               - zaostatak se razvrstava po danima kasnjenja    *
      *                 najstarije neplacene rate (do 29, 30, 60,      *
      *                 90+) i na njega se obracunava zatezna kamata   *
      *                 (PARM PENRATE=, godisnji postotak, default     *
      *                 12.00);                                        *
      *               - svaka rata koja je dospjela do datuma obrade   *
      *                 knjizi kamatu na kreditni racun, a kredit s    *
      *                 racunom otplate dobiva direktno terecenje rate *
      *                 (terecenje racuna otplate, odobrenje kreditnog *
      *                 racuna) ako racun otplate ima pokrice - inace  *
      *                 rata ostaje neplacena i sljedeci run je vidi   *
      *                 kao zaostatak. Zaostatak se naplacuje isto.    *
      *               Generirane transakcije su u 36-bajtnom TRNFL     *
      *               rasporedu (LNDTRX) za sljedece knjizenje - 'K'   *
      *               kamata, 'D'/'C' terecenje/odobrenje (obrazac     *
      *               BANKINT/STORDGEN). Kamatu na kredite knjizi ovaj *
      *               program, pa BANKINT-ov INTRFL za tip kreditnog   *
      *               racuna mora imati pasivnu stopu nula.            *
      *               Novi master ide u LOANOUT, izvjestaj u LNDRPT.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLNDU.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-MASTER-IN ASSIGN TO LOANFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-MASTER-OUT ASSIGN TO LOANOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna (CBLTYPE) nakon zadnjeg knjizenja.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-DUE-TRX-FILE ASSIGN TO LNDTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-DUE-REPORT ASSIGN TO LNDRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-IN RECORDING MODE F.
       01 LOAN-MASTER-IN-RECORD PIC X(248).

       FD LOAN-MASTER-OUT RECORDING MODE F.
       01 LOAN-MASTER-OUT-RECORD PIC X(248).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Isti 36-bajtni raspored kao CBLTYPE-ov TRANSACTION-RECORD.
       FD LOAN-DUE-TRX-FILE RECORDING MODE F.
       01 LOAN-DUE-TRX-RECORD.
           05 LDT-ACCOUNT-ID    PIC 9(12).
           05 LDT-TYPE          PIC X.
           05 LDT-AMOUNT        PIC S9(12)V9(3).
           05 LDT-DATE          PIC 9(8).

       FD LOAN-DUE-REPORT.
       01 LOAN-DUE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja obracun kredita koristi).
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
           05 FILLER                   PIC X(88).
           05 ACCOUNT-OVERDRAFT-LIMIT  PIC S9(7)V99.
           05 FILLER                   PIC X.
           05 ACCOUNT-STATUS           PIC X.
               88 ACCOUNT-OPEN          VALUE "O".
           05 FILLER                   PIC X.
           05 ACCOUNT-LAST-ACTIVITY    PIC 9(8).

           COPY LOANREC.

       01 WS-LOAN-EOF      PIC X VALUE 'N'.
           88 END-OF-LOANS  VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.

       01 TOTAL-LOANS      PIC 9(5) VALUE ZEROS.
       01 ACTIVE-LOANS     PIC 9(5) VALUE ZEROS.
       01 REPAID-LOANS     PIC 9(5) VALUE ZEROS.
       01 ARREARS-LOANS    PIC 9(5) VALUE ZEROS.
       01 SKIPPED-LOANS    PIC 9(5) VALUE ZEROS.
       01 INSTALLMENT-COUNT PIC 9(5) VALUE ZEROS.
       01 COLLECTED-COUNT  PIC 9(5) VALUE ZEROS.
       01 UNCOLLECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 TOTAL-INTEREST   PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-PENALTY    PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-COLLECTED  PIC 9(11)V99 VALUE ZEROS.
       01 TOTAL-EARLY      PIC 9(11)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Master racuna u radnoj tablici - stanje i raspolozivo
      * pokrice (stanje + dozvoljeni minus, umanjeno za naplate
      * ovog runa).
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              10 AT-ACCOUNT-ID         PIC 9(12).
              10 AT-BALANCE            PIC S9(12)V9(3).
              10 AT-AVAILABLE          PIC S9(12)V9(3).
              10 AT-STATUS             PIC X.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-LOAN-IDX      PIC 9(3) VALUE ZEROS.
       01 WS-REPAY-IDX     PIC 9(3) VALUE ZEROS.
       01 WS-SEARCH-ID     PIC 9(12) VALUE ZEROS.

      * Datum obrade - default danasnji, nadjacava se PARM-om
      * RUNDATE=YYYYMMDD; stopa zatezne kamate PARM PENRATE=.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-PENALTY-RATE  PIC 9(2)V99 VALUE 12.00.
       01 WS-NUM-VALUE     PIC S9(9)V99 VALUE ZEROS.

      * Obracun jednog kredita.
       01 WS-OWED          PIC 9(9)V99 VALUE ZEROS.
       01 WS-EARLY         PIC 9(9)V99 VALUE ZEROS.
       01 WS-PENALTY       PIC 9(9)V99 VALUE ZEROS.
       01 WS-INTEREST      PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRINCIPAL-PART PIC 9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-UNPAID-COUNT  PIC 9(3) VALUE ZEROS.
       01 WS-REMAINDER     PIC 9(9)V99 VALUE ZEROS.
       01 WS-MONTH-INDEX   PIC 9(7) VALUE ZEROS.
       01 WS-DUE-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-DUE-MONTH     PIC 9(2) VALUE ZEROS.
       01 WS-DATE-IN       PIC 9(8) VALUE ZEROS.
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DI-YEAR    PIC 9(4).
           05 WS-DI-MONTH   PIC 9(2).
           05 WS-DI-DAY     PIC 9(2).
       01 WS-LOAN-DAY      PIC 9(2) VALUE ZEROS.
       01 WS-DAYS          PIC S9(7) VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.99.
       01 WS-DAYS-EDIT     PIC ZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/krediti
      * u zaostatku ili bez racuna, 8=greska u PARM-u, 12=greska
      * datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-DUE-PARA
                       THRU APPLY-PARM-DUE-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.

           OPEN INPUT LOAN-MASTER-IN.
           OPEN OUTPUT LOAN-MASTER-OUT.
           OPEN OUTPUT LOAN-DUE-TRX-FILE.
           OPEN OUTPUT LOAN-DUE-REPORT.

           MOVE "LOAN INSTALLMENTS AND ARREARS" TO LOAN-DUE-REPORT-LINE.
           WRITE LOAN-DUE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-PENALTY-RATE TO WS-RATE-EDIT.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  PENALTY RATE: " WS-RATE-EDIT " %"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-DUE-REPORT-LINE.
           WRITE LOAN-DUE-REPORT-LINE.
           MOVE SPACES TO LOAN-DUE-REPORT-LINE.
           WRITE LOAN-DUE-REPORT-LINE.

           READ LOAN-MASTER-IN
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOANS
               IF LOAN-MASTER-IN-RECORD(1:12) IS NUMERIC
                   ADD 1 TO TOTAL-LOANS
                   MOVE LOAN-MASTER-IN-RECORD TO LOAN-RECORD
                   IF LN-ACTIVE
                       ADD 1 TO ACTIVE-LOANS
                       PERFORM PROCESS-LOAN-PARA
                               THRU PROCESS-LOAN-PARA-EXIT
                   END-IF
                   MOVE LOAN-RECORD TO LOAN-MASTER-OUT-RECORD
                   WRITE LOAN-MASTER-OUT-RECORD
               END-IF
               READ LOAN-MASTER-IN
                   AT END SET END-OF-LOANS TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE LOAN-MASTER-IN.
           CLOSE LOAN-MASTER-OUT.
           CLOSE LOAN-DUE-TRX-FILE.
           CLOSE LOAN-DUE-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20261015,PENRATE=12.00", i puni KEYWORD-TABLE -
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

      * RUNDATE= (ispravan datum YYYYMMDD) i PENRATE= (godisnji
      * postotak 0-99.99); neispravna vrijednost prekida obradu s RC 8.
       APPLY-PARM-DUE-PARA.
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
                               DISPLAY "BANKLNDU: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "PENRATE"
                           IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))) = 0
                               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX)))
                           ELSE
                               MOVE -1 TO WS-NUM-VALUE
                           END-IF
                           IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE >= 100
                               DISPLAY "BANKLNDU: INVALID PENRATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               MOVE WS-NUM-VALUE TO WS-PENALTY-RATE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-DUE-PARA-EXIT.
           EXIT.

      * Ucitava stanja i pokrice racuna iz ACCTFL-a.
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
                   MOVE ACCOUNT-BALANCE
                       TO AT-BALANCE(WS-ACCOUNT-COUNT)
                   COMPUTE AT-AVAILABLE(WS-ACCOUNT-COUNT) =
                           ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
                   MOVE ACCOUNT-STATUS TO AT-STATUS(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

      * Trazi WS-SEARCH-ID u tablici racuna; indeks u WS-LOAN-IDX
      * odnosno WS-REPAY-IDX postavlja pozivatelj iz ACC-IDX.
       FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = WS-SEARCH-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-PARA-EXIT.
           EXIT.

      * Jedan aktivni kredit: zaostatak ili prijevremena otplata po
      * dugu iz ACCTFL-a, zatim rate dospjele do datuma obrade.
       PROCESS-LOAN-PARA.
           MOVE LN-LOAN-ACCOUNT TO WS-SEARCH-ID.
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.
           IF NOT ENTRY-FOUND
               ADD 1 TO SKIPPED-LOANS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "LOAN " LN-LOAN-ACCOUNT
                      " - LOAN ACCOUNT NOT ON ACCTFL, NOT PROCESSED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROCESS-LOAN-PARA-EXIT
           END-IF.
           SET WS-LOAN-IDX TO ACC-IDX.

           MOVE ZEROS TO WS-REPAY-IDX.
           IF LN-REPAY-ACCOUNT > 0
               MOVE LN-REPAY-ACCOUNT TO WS-SEARCH-ID
               PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT
               IF ENTRY-FOUND
                   SET WS-REPAY-IDX TO ACC-IDX
               END-IF
           END-IF.

           IF AT-BALANCE(WS-LOAN-IDX) < 0
               COMPUTE WS-OWED = ZERO - AT-BALANCE(WS-LOAN-IDX)
           ELSE
               MOVE ZEROS TO WS-OWED
           END-IF.

      *     Isplata jos nije proknjizena - kredit ceka sljedeci run.
           IF WS-OWED = 0 AND LN-DUE-COUNT = 0
               ADD 1 TO SKIPPED-LOANS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "LOAN " LN-LOAN-ACCOUNT
                      " - DISBURSEMENT NOT YET POSTED, NOT PROCESSED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO PROCESS-LOAN-PARA-EXIT
           END-IF.

           MOVE WS-OWED TO LN-OWED.
           MOVE WS-RUN-NUMBER TO LN-RUN-NUMBER.

           PERFORM CHECK-ARREARS-PARA THRU CHECK-ARREARS-PARA-EXIT.

           IF LN-SCHED-BALANCE = 0 AND WS-OWED = 0
               SET LN-REPAID TO TRUE
               ADD 1 TO REPAID-LOANS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "LOAN " LN-LOAN-ACCOUNT
                      " - FULLY REPAID"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO PROCESS-LOAN-PARA-EXIT
           END-IF.

           MOVE LN-NEXT-DUE(7:2) TO WS-LOAN-DAY.
           PERFORM DUE-INSTALLMENT-PARA THRU DUE-INSTALLMENT-PARA-EXIT
                   UNTIL LN-NEXT-DUE > WS-RUN-DATE-NUM
                      OR LN-SCHED-BALANCE = 0.

       PROCESS-LOAN-PARA-EXIT.
           EXIT.

      * Dug iznad nedospjele glavnice je zaostatak, ispod nje je
      * prijevremena otplata. Broj neplacenih rata je zaostatak
      * podijeljen ratom (zaokruzeno navise, najvise dospjelih rata);
      * najstarija neplacena rata odredjuje dane kasnjenja i razred.
       CHECK-ARREARS-PARA.
           MOVE ZEROS TO LN-ARREARS LN-ARREARS-COUNT LN-OLDEST-UNPAID
                         LN-DAYS-PAST-DUE.
           SET LN-IN-ORDER TO TRUE.

           IF WS-OWED < LN-SCHED-BALANCE
               COMPUTE WS-EARLY = LN-SCHED-BALANCE - WS-OWED
               MOVE WS-OWED TO LN-SCHED-BALANCE
               ADD WS-EARLY TO LN-EARLY-REPAID
               ADD WS-EARLY TO TOTAL-EARLY
               MOVE SPACES TO TEMP-REPORT-LINE
               MOVE WS-EARLY TO WS-AMOUNT-EDIT
               MOVE LN-SCHED-BALANCE TO WS-AMOUNT-EDIT-2
               STRING "LOAN " LN-LOAN-ACCOUNT
                      " - EARLY REPAYMENT " WS-AMOUNT-EDIT
                      " " LN-CURRENCY
                      "  PRINCIPAL NOW " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO CHECK-ARREARS-PARA-EXIT
           END-IF.

           IF WS-OWED = LN-SCHED-BALANCE
               GO TO CHECK-ARREARS-PARA-EXIT
           END-IF.

           COMPUTE LN-ARREARS = WS-OWED - LN-SCHED-BALANCE.
           ADD 1 TO ARREARS-LOANS.

           IF LN-INSTALLMENT > 0
               DIVIDE LN-ARREARS BY LN-INSTALLMENT
                   GIVING WS-UNPAID-COUNT REMAINDER WS-REMAINDER
               IF WS-REMAINDER > 0
                   ADD 1 TO WS-UNPAID-COUNT
               END-IF
           ELSE
               MOVE 1 TO WS-UNPAID-COUNT
           END-IF.
           IF WS-UNPAID-COUNT > LN-DUE-COUNT
               MOVE LN-DUE-COUNT TO WS-UNPAID-COUNT
           END-IF.
           IF WS-UNPAID-COUNT = 0
               MOVE 1 TO WS-UNPAID-COUNT
           END-IF.
           MOVE WS-UNPAID-COUNT TO LN-ARREARS-COUNT.

      *     Najstarija neplacena rata - zadnja dospjela umanjena za
      *     (broj neplacenih - 1) mjeseci.
           IF LN-LAST-DUE > 0
               MOVE LN-LAST-DUE TO WS-DATE-IN
               MOVE WS-DI-DAY TO WS-LOAN-DAY
               COMPUTE WS-MONTH-INDEX = (WS-DI-YEAR * 12)
                       + WS-DI-MONTH - 1 - (WS-UNPAID-COUNT - 1)
               PERFORM SET-DUE-DATE-PARA THRU SET-DUE-DATE-PARA-EXIT
               MOVE WS-DATE-IN TO LN-OLDEST-UNPAID
               COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(LN-OLDEST-UNPAID)
               IF WS-DAYS < 0
                   MOVE ZEROS TO WS-DAYS
               END-IF
               MOVE WS-DAYS TO LN-DAYS-PAST-DUE
           END-IF.

           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE >= 90
                   SET LN-BUCKET-90 TO TRUE
               WHEN LN-DAYS-PAST-DUE >= 60
                   SET LN-BUCKET-60 TO TRUE
               WHEN LN-DAYS-PAST-DUE >= 30
                   SET LN-BUCKET-30 TO TRUE
               WHEN OTHER
                   SET LN-BUCKET-1-29 TO TRUE
           END-EVALUATE.

           COMPUTE WS-PENALTY ROUNDED =
                   LN-ARREARS * WS-PENALTY-RATE / 1200.
           IF WS-PENALTY > 0
               MOVE "K" TO LDT-TYPE
               MOVE LN-LOAN-ACCOUNT TO LDT-ACCOUNT-ID
               MOVE WS-PENALTY TO LDT-AMOUNT
               PERFORM WRITE-DUE-TRX-PARA THRU WRITE-DUE-TRX-PARA-EXIT
               ADD WS-PENALTY TO LN-PENALTY-TOTAL
               ADD WS-PENALTY TO TOTAL-PENALTY
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE LN-ARREARS TO WS-AMOUNT-EDIT.
           MOVE WS-PENALTY TO WS-AMOUNT-EDIT-2.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-EDIT.
           STRING "LOAN " LN-LOAN-ACCOUNT
                  " - ARREARS " WS-AMOUNT-EDIT " " LN-CURRENCY
                  " (" LN-ARREARS-COUNT " INST, "
                  WS-DAYS-EDIT " DAYS, BUCKET " LN-BUCKET ")"
                  "  PENALTY " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *     Kredit s racunom otplate - zaostatak i zatezna kamata se
      *     naplacuju direktnim terecenjem ako ima pokrica.
           COMPUTE WS-AMOUNT = LN-ARREARS + WS-PENALTY.
           PERFORM COLLECT-PARA THRU COLLECT-PARA-EXIT.

       CHECK-ARREARS-PARA-EXIT.
           EXIT.

      * Jedna dospjela rata: kamata na nedospjelu glavnicu se knjizi
      * na kreditni racun, glavnica je rata - kamata (zadnja rata i
      * rata nakon prijevremene otplate zatvaraju ostatak), a rata
      * se naplacuje s racuna otplate.
       DUE-INSTALLMENT-PARA.
           COMPUTE WS-INTEREST ROUNDED =
                   LN-SCHED-BALANCE * LN-RATE / 1200.
           IF LN-DUE-COUNT + 1 >= LN-TERM
               MOVE LN-SCHED-BALANCE TO WS-PRINCIPAL-PART
           ELSE
               IF LN-INSTALLMENT > WS-INTEREST
                   COMPUTE WS-PRINCIPAL-PART =
                           LN-INSTALLMENT - WS-INTEREST
               ELSE
                   MOVE ZEROS TO WS-PRINCIPAL-PART
               END-IF
               IF WS-PRINCIPAL-PART > LN-SCHED-BALANCE
                   MOVE LN-SCHED-BALANCE TO WS-PRINCIPAL-PART
               END-IF
           END-IF.

           IF WS-INTEREST > 0
               MOVE "K" TO LDT-TYPE
               MOVE LN-LOAN-ACCOUNT TO LDT-ACCOUNT-ID
               MOVE WS-INTEREST TO LDT-AMOUNT
               PERFORM WRITE-DUE-TRX-PARA THRU WRITE-DUE-TRX-PARA-EXIT
               ADD WS-INTEREST TO LN-INTEREST-TOTAL
               ADD WS-INTEREST TO TOTAL-INTEREST
           END-IF.

           SUBTRACT WS-PRINCIPAL-PART FROM LN-SCHED-BALANCE.
           ADD 1 TO LN-DUE-COUNT.
           ADD 1 TO INSTALLMENT-COUNT.
           MOVE LN-NEXT-DUE TO LN-LAST-DUE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           COMPUTE WS-AMOUNT = WS-PRINCIPAL-PART + WS-INTEREST.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-INTEREST TO WS-AMOUNT-EDIT-2.
           STRING "LOAN " LN-LOAN-ACCOUNT
                  " - INSTALLMENT " LN-DUE-COUNT "/" LN-TERM
                  " DUE " LN-NEXT-DUE
                  " " WS-AMOUNT-EDIT " " LN-CURRENCY
                  "  INTEREST " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM COLLECT-PARA THRU COLLECT-PARA-EXIT.

      *     Sljedeca rata - isti dan sljedeceg mjeseca.
           MOVE LN-NEXT-DUE TO WS-DATE-IN.
           COMPUTE WS-MONTH-INDEX = (WS-DI-YEAR * 12) + WS-DI-MONTH.
           PERFORM SET-DUE-DATE-PARA THRU SET-DUE-DATE-PARA-EXIT.
           MOVE WS-DATE-IN TO LN-NEXT-DUE.

       DUE-INSTALLMENT-PARA-EXIT.
           EXIT.

      * Direktno terecenje iznosa WS-AMOUNT: terecenje racuna otplate
      * ('D') i odobrenje kreditnog racuna ('C') ako je racun otplate
      * otvoren i ima pokrica; inace iznos ostaje neplacen. Kredit bez
      * racuna otplate duznik placa sam.
       COLLECT-PARA.
           IF LN-REPAY-ACCOUNT = 0 OR WS-AMOUNT = 0
               GO TO COLLECT-PARA-EXIT
           END-IF.

           IF WS-REPAY-IDX = 0
               ADD 1 TO UNCOLLECTED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "         NOT COLLECTED - REPAYMENT ACCOUNT "
                      LN-REPAY-ACCOUNT " NOT ON ACCTFL"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO COLLECT-PARA-EXIT
           END-IF.

           IF AT-STATUS(WS-REPAY-IDX) NOT = "O"
                   OR AT-AVAILABLE(WS-REPAY-IDX) < WS-AMOUNT
               ADD 1 TO UNCOLLECTED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "         NOT COLLECTED - INSUFFICIENT FUNDS ON "
                      LN-REPAY-ACCOUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO COLLECT-PARA-EXIT
           END-IF.

           MOVE "D" TO LDT-TYPE.
           MOVE LN-REPAY-ACCOUNT TO LDT-ACCOUNT-ID.
           MOVE WS-AMOUNT TO LDT-AMOUNT.
           PERFORM WRITE-DUE-TRX-PARA THRU WRITE-DUE-TRX-PARA-EXIT.

           MOVE "C" TO LDT-TYPE.
           MOVE LN-LOAN-ACCOUNT TO LDT-ACCOUNT-ID.
           MOVE WS-AMOUNT TO LDT-AMOUNT.
           PERFORM WRITE-DUE-TRX-PARA THRU WRITE-DUE-TRX-PARA-EXIT.

           SUBTRACT WS-AMOUNT FROM AT-AVAILABLE(WS-REPAY-IDX).
           ADD 1 TO COLLECTED-COUNT.
           ADD WS-AMOUNT TO TOTAL-COLLECTED.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "         COLLECTED " WS-AMOUNT-EDIT
                  " FROM " LN-REPAY-ACCOUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       COLLECT-PARA-EXIT.
           EXIT.

      * WS-MONTH-INDEX (godina * 12 + mjesec - 1) u datum dana rate
      * WS-LOAN-DAY.
       SET-DUE-DATE-PARA.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
                  REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           COMPUTE WS-DATE-IN = (WS-DUE-YEAR * 10000)
                   + (WS-DUE-MONTH * 100) + WS-LOAN-DAY.

       SET-DUE-DATE-PARA-EXIT.
           EXIT.

       WRITE-DUE-TRX-PARA.
           MOVE WS-RUN-DATE-NUM TO LDT-DATE.
           WRITE LOAN-DUE-TRX-RECORD.

       WRITE-DUE-TRX-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO LOAN-DUE-REPORT-LINE.
           WRITE LOAN-DUE-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO LOAN-DUE-REPORT-LINE.
           WRITE LOAN-DUE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LOANS READ: " TOTAL-LOANS
                  "  ACTIVE: " ACTIVE-LOANS
                  "  REPAID THIS RUN: " REPAID-LOANS
                  "  IN ARREARS: " ARREARS-LOANS
                  "  NOT PROCESSED: " SKIPPED-LOANS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "INSTALLMENTS DUE: " INSTALLMENT-COUNT
                  "  COLLECTED: " COLLECTED-COUNT
                  "  NOT COLLECTED: " UNCOLLECTED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TOTAL-INTEREST TO WS-AMOUNT-EDIT.
           MOVE TOTAL-PENALTY TO WS-AMOUNT-EDIT-2.
           STRING "INTEREST: " WS-AMOUNT-EDIT
                  "  PENALTY INTEREST: " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TOTAL-COLLECTED TO WS-AMOUNT-EDIT.
           MOVE TOTAL-EARLY TO WS-AMOUNT-EDIT-2.
           STRING "COLLECTED: " WS-AMOUNT-EDIT
                  "  EARLY REPAYMENTS: " WS-AMOUNT-EDIT-2
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
           MOVE "BANKLNDU"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-LOANS TO ALOG-RECORD-COUNT
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
