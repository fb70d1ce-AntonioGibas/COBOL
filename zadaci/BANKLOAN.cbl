      ******************************************************************
      *    BANKLOAN - Otvaranje kredita u LOANFL masteru kredita.      *
      *               Transakcije iz LNOPEN (pipe-delimitirano):       *
      *               OPEN|racun otplate|glavnica|godisnja stopa|rok   *
      *               u mjesecima|datum prve rate - bankovni kredit:   *
      *               dodjeljuje kreditni racun iz vlastitog raspona   *
      *               ACCTFL-a, pise OPEN transakciju za BANKACCT      *
      *               (LNAMNT, dozvoljeni minus = glavnica) i isplatu  *
      *               kao terecenje kreditnog racuna i odobrenje       *
      *               racuna otplate (LNTRX, 36-bajtni TRNFL           *
      *               raspored);                                       *
      *               CAR|kreditni racun|glavnica|stopa|rok|datum prve *
      *               rate|duznik|valuta - kredit za vozilo koji je    *
      *               CARSALE vec otvorio i isplatio (CARSALE-ov       *
      *               LNCAR) preuzima se u master bez novog racuna.    *
      *               Za svaki kredit se u LNSCHED dopisuje cijeli     *
      *               anuitetni plan otplate (zadaci/copylib/          *
      *               LNSCHREC), a master (stari LOANFL u tablici,     *
      *               novi LOANOUT - obrazac BANKACCT) dobiva zapis    *
      *               kredita (zadaci/copylib/LOANREC) za mjesecni     *
      *               BANKLNDU.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLOAN.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-OPEN-FILE ASSIGN TO LNOPEN
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna (CBLTYPE) - racun otplate i sljedeci kreditni
      * racun.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LOAN-MASTER-IN ASSIGN TO LOANFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-MASTER-OUT ASSIGN TO LOANOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-ACCOUNT-TRX-FILE ASSIGN TO LNAMNT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-POSTING-FILE ASSIGN TO LNTRX
                  ORGANIZATION IS SEQUENTIAL.

      * Planovi otplate svih kredita - dopisuje se.
           SELECT OPTIONAL LOAN-SCHEDULE-FILE ASSIGN TO LNSCHED
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-REPORT ASSIGN TO LNORPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-OPEN-FILE RECORDING MODE F.
       01 LOAN-OPEN-RECORD PIC X(250).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD LOAN-MASTER-IN RECORDING MODE F.
       01 LOAN-MASTER-IN-RECORD PIC X(248).

       FD LOAN-MASTER-OUT RECORDING MODE F.
       01 LOAN-MASTER-OUT-RECORD PIC X(248).

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

       FD LOAN-SCHEDULE-FILE.
           COPY LNSCHREC.

       FD LOAN-REPORT.
       01 LOAN-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja otvaranje kredita koristi).
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

           COPY LOANREC.

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-LOAN-EOF      PIC X VALUE 'N'.
           88 END-OF-LOANS  VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 OPENED-COUNT     PIC 9(5) VALUE ZEROS.
       01 ADOPTED-COUNT    PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 TOTAL-PRINCIPAL  PIC 9(11)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljena polja jednog transakcijskog reda.
       01 WS-TRX-ACTION    PIC X(6)  VALUE SPACES.
           88 TRX-IS-OPEN   VALUE "OPEN".
           88 TRX-IS-CAR    VALUE "CAR".
       01 WS-TRX-ACCOUNT   PIC X(12) VALUE SPACES.
       01 WS-TRX-PRINCIPAL PIC X(14) VALUE SPACES.
       01 WS-TRX-RATE      PIC X(6)  VALUE SPACES.
       01 WS-TRX-TERM      PIC X(4)  VALUE SPACES.
       01 WS-TRX-FIRST-DUE PIC X(8)  VALUE SPACES.
       01 WS-TRX-BORROWER  PIC X(40) VALUE SPACES.
       01 WS-TRX-CURRENCY  PIC X(3)  VALUE SPACES.
       01 WS-NUM-VALUE     PIC S9(9)V99 VALUE ZEROS.

      * Master racuna u radnoj tablici.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              10 AT-ACCOUNT-ID         PIC 9(12).
              10 AT-RECORD             PIC X(276).

      * Master kredita u radnoj tablici.
       01 WS-MAX-LOANS     PIC 9(3) VALUE 100.
       01 WS-LOAN-COUNT    PIC 9(3) VALUE 0.
       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-LOAN-COUNT
                          INDEXED BY LN-IDX.
              10 LT-LOAN-ACCOUNT       PIC 9(12).
              10 LT-RECORD             PIC X(248).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Kreditni racuni bankovnih kredita se dodjeljuju iz vlastitog
      * raspona ACCTFL-a - CARSALE-ovi krediti za vozila su ispod
      * njega (od 900000000000).
       01 WS-LOAN-ACCT-BASE PIC 9(12) VALUE 910000000000.
       01 WS-NEXT-LOAN-ACCT PIC 9(12) VALUE ZEROS.
       01 WS-LOAN-ACCT-TYPE PIC 9(3) VALUE 400.
       01 WS-LOAN-ACCT-NUMBER PIC X(34) VALUE SPACES.

      * Kredit - glavnica, stopa, rok, prva rata i anuitet.
       01 WS-MAX-LOAN-TERM PIC 9(3) VALUE 360.
       01 WS-LOAN-ACCOUNT  PIC 9(12) VALUE ZEROS.
       01 WS-REPAY-ACCOUNT PIC 9(12) VALUE ZEROS.
       01 WS-PRINCIPAL     PIC 9(7)V99 VALUE ZEROS.
       01 WS-LOAN-RATE     PIC 9(2)V99 VALUE ZEROS.
       01 WS-LOAN-TERM     PIC 9(3) VALUE ZEROS.
       01 WS-FIRST-DUE     PIC 9(8) VALUE ZEROS.
       01 WS-FIRST-DUE-PARTS REDEFINES WS-FIRST-DUE.
           05 WS-FD-YEAR    PIC 9(4).
           05 WS-FD-MONTH   PIC 9(2).
           05 WS-FD-DAY     PIC 9(2).
       01 WS-LOAN-DAY      PIC 9(2) VALUE ZEROS.
       01 WS-INSTALLMENT   PIC 9(9)V99 VALUE ZEROS.
       01 WS-MONTHLY-RATE  PIC 9V9(12) VALUE ZEROS.
       01 WS-GROWTH        PIC 9(6)V9(12) VALUE ZEROS.
       01 WS-CURRENCY-ID   PIC 9 VALUE ZEROS.

      * Plan otplate - tekuca rata i preostala glavnica.
       01 WS-SEQ           PIC 9(3) VALUE ZEROS.
       01 WS-BALANCE       PIC 9(9)V99 VALUE ZEROS.
       01 WS-INTEREST      PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRINCIPAL-PART PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE ZEROS.
       01 WS-LAST-DUE      PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-INDEX   PIC 9(7) VALUE ZEROS.
       01 WS-DUE-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-DUE-MONTH     PIC 9(2) VALUE ZEROS.
       01 WS-DATE-IN       PIC 9(8) VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-INST-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT    PIC ZZZZZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.99.
       01 WS-TERM-EDIT     PIC ZZ9.

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
      * odbijene transakcije, 8=greska u podacima/PARM-u,
      * 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-LOAN-PARA
                       THRU APPLY-PARM-LOAN-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-LOANS-PARA THRU LOAD-LOANS-PARA-EXIT.

           OPEN INPUT LOAN-OPEN-FILE.
           OPEN OUTPUT LOAN-ACCOUNT-TRX-FILE.
           OPEN OUTPUT LOAN-POSTING-FILE.
           OPEN EXTEND LOAN-SCHEDULE-FILE.
           OPEN OUTPUT LOAN-REPORT.

           MOVE "LOAN ACCOUNT OPENING" TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-TODAY-DATE-NUM
                  "  LOAN ACCOUNT TYPE: " WS-LOAN-ACCT-TYPE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

           READ LOAN-OPEN-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF LOAN-OPEN-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   PERFORM APPLY-LOAN-TRX-PARA
                           THRU APPLY-LOAN-TRX-PARA-EXIT
               END-IF
               READ LOAN-OPEN-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-LOANS-PARA THRU WRITE-LOANS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE LOAN-OPEN-FILE.
           CLOSE LOAN-ACCOUNT-TRX-FILE.
           CLOSE LOAN-POSTING-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LOAN-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "LOANTYPE=400", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * LOANTYPE= (tip kreditnog racuna u ACCTFL, isti kao CARSALE-ov
      * za kredite za vozila); neispravna vrijednost prekida obradu
      * s RC 8.
       APPLY-PARM-LOAN-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX)) = "LOANTYPE"
                   IF FUNCTION TRIM(KW-VALUE(KW-IDX)) IS NUMERIC
                       COMPUTE WS-LOAN-ACCT-TYPE =
                               FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   ELSE
                       DISPLAY "BANKLOAN: INVALID LOANTYPE= "
                               FUNCTION TRIM(KW-VALUE(KW-IDX))
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-PARM-LOAN-PARA-EXIT.
           EXIT.

      * Ucitava ACCTFL u tablicu i trazi najveci racun u rasponu
      * bankovnih kredita - sljedeci kredit dobiva za jedan veci.
       LOAD-ACCOUNTS-PARA.
           MOVE WS-LOAN-ACCT-BASE TO WS-NEXT-LOAN-ACCT.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-MASTER-RECORD(1:12)
                       TO AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-MASTER-RECORD
                       TO AT-RECORD(WS-ACCOUNT-COUNT)
                   IF AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                           > WS-NEXT-LOAN-ACCT
                       MOVE AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                           TO WS-NEXT-LOAN-ACCT
                   END-IF
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

      * Ucitava stari master kredita u tablicu. Kreditni racuni koje
      * BANKACCT jos nije upisao u ACCTFL se takodjer preskacu pri
      * dodjeli sljedeceg broja.
       LOAD-LOANS-PARA.
           OPEN INPUT LOAN-MASTER-IN.

           READ LOAN-MASTER-IN
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOANS
                   OR WS-LOAN-COUNT NOT LESS THAN WS-MAX-LOANS
               IF LOAN-MASTER-IN-RECORD(1:12) IS NUMERIC
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE LOAN-MASTER-IN-RECORD(1:12)
                       TO LT-LOAN-ACCOUNT(WS-LOAN-COUNT)
                   MOVE LOAN-MASTER-IN-RECORD
                       TO LT-RECORD(WS-LOAN-COUNT)
                   IF LT-LOAN-ACCOUNT(WS-LOAN-COUNT)
                           > WS-NEXT-LOAN-ACCT
                       MOVE LT-LOAN-ACCOUNT(WS-LOAN-COUNT)
                           TO WS-NEXT-LOAN-ACCT
                   END-IF
               END-IF
               READ LOAN-MASTER-IN
                   AT END SET END-OF-LOANS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LOAN-MASTER-IN.

       LOAD-LOANS-PARA-EXIT.
           EXIT.

       APPLY-LOAN-TRX-PARA.
           MOVE SPACES TO WS-TRX-ACTION WS-TRX-ACCOUNT WS-TRX-PRINCIPAL
                          WS-TRX-RATE WS-TRX-TERM WS-TRX-FIRST-DUE
                          WS-TRX-BORROWER WS-TRX-CURRENCY
                          WS-REJECT-REASON.

           UNSTRING LOAN-OPEN-RECORD DELIMITED BY "|"
               INTO WS-TRX-ACTION WS-TRX-ACCOUNT WS-TRX-PRINCIPAL
                    WS-TRX-RATE WS-TRX-TERM WS-TRX-FIRST-DUE
                    WS-TRX-BORROWER WS-TRX-CURRENCY
           END-UNSTRING.

           IF NOT TRX-IS-OPEN AND NOT TRX-IS-CAR
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-LOAN-TRX-PARA-EXIT
           END-IF.

           IF WS-TRX-ACCOUNT IS NOT NUMERIC
               MOVE "NON-NUMERIC ACCOUNT" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-LOAN-TRX-PARA-EXIT
           END-IF.

           PERFORM CHECK-TERMS-PARA THRU CHECK-TERMS-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-LOAN-TRX-PARA-EXIT
           END-IF.

           IF WS-LOAN-COUNT NOT LESS THAN WS-MAX-LOANS
               MOVE "LOAN TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-LOAN-TRX-PARA-EXIT
           END-IF.

           IF TRX-IS-OPEN
               PERFORM OPEN-BANK-LOAN-PARA
                       THRU OPEN-BANK-LOAN-PARA-EXIT
           ELSE
               PERFORM ADOPT-CAR-LOAN-PARA
                       THRU ADOPT-CAR-LOAN-PARA-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-LOAN-TRX-PARA-EXIT
           END-IF.

           PERFORM BUILD-SCHEDULE-PARA THRU BUILD-SCHEDULE-PARA-EXIT.
           PERFORM ADD-LOAN-PARA THRU ADD-LOAN-PARA-EXIT.

       APPLY-LOAN-TRX-PARA-EXIT.
           EXIT.

      * Glavnica (do 9.999.999,99 - dozvoljeni minus kreditnog racuna),
      * godisnja stopa 0-99.99, rok 1 - WS-MAX-LOAN-TERM mjeseci i
      * datum prve rate (ne u proslosti, dan 1-28 - svaka sljedeca
      * rata dospijeva istog dana u mjesecu). Rata je anuitet
      * F * r * (1+r)**n / ((1+r)**n - 1) uz mjesecnu stopu r; bez
      * kamate je F / n - isti izracun kao CARSALE-ov.
       CHECK-TERMS-PARA.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-PRINCIPAL))
                   NOT = 0
               MOVE "INVALID PRINCIPAL" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-PRINCIPAL)).
           IF WS-NUM-VALUE <= 0 OR WS-NUM-VALUE > 9999999.99
               MOVE "PRINCIPAL OUT OF RANGE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-PRINCIPAL.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRX-RATE)) NOT = 0
               MOVE "INVALID LOAN RATE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TRX-RATE)).
           IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE >= 100
               MOVE "LOAN RATE OUT OF RANGE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-LOAN-RATE.

           IF FUNCTION TRIM(WS-TRX-TERM) IS NOT NUMERIC
               MOVE "INVALID LOAN TERM" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           COMPUTE WS-LOAN-TERM = FUNCTION NUMVAL(WS-TRX-TERM).
           IF WS-LOAN-TERM < 1 OR WS-LOAN-TERM > WS-MAX-LOAN-TERM
               MOVE "LOAN TERM OUT OF RANGE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.

           IF WS-TRX-FIRST-DUE IS NOT NUMERIC
               MOVE "INVALID FIRST DUE DATE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           MOVE WS-TRX-FIRST-DUE TO WS-FIRST-DUE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE) NOT = 0
               MOVE "INVALID FIRST DUE DATE" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           MOVE WS-FD-DAY TO WS-LOAN-DAY.
           IF WS-LOAN-DAY > 28
               MOVE "INSTALLMENT DAY MUST BE 1-28" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.
           IF TRX-IS-OPEN AND WS-FIRST-DUE < WS-TODAY-DATE-NUM
               MOVE "FIRST DUE DATE IN THE PAST" TO WS-REJECT-REASON
               GO TO CHECK-TERMS-PARA-EXIT
           END-IF.

           IF WS-LOAN-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                       WS-PRINCIPAL / WS-LOAN-TERM
           ELSE
               COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 1200
               COMPUTE WS-GROWTH = (1 + WS-MONTHLY-RATE)
                       ** WS-LOAN-TERM
               COMPUTE WS-INSTALLMENT ROUNDED =
                       WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH
                       / (WS-GROWTH - 1)
           END-IF.

       CHECK-TERMS-PARA-EXIT.
           EXIT.

      * OPEN - racun otplate mora biti otvoren u ACCTFL; kredit dobiva
      * sljedeci racun iz raspona, duznika, valutu i regiju racuna
      * otplate. Isplata: terecenje kreditnog racuna ('D') i
      * odobrenje racuna otplate ('C') za sljedece knjizenje.
       OPEN-BANK-LOAN-PARA.
           COMPUTE WS-REPAY-ACCOUNT = FUNCTION NUMVAL(WS-TRX-ACCOUNT).
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = WS-REPAY-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
                   MOVE AT-RECORD(ACC-IDX) TO BANK-BALANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE "REPAYMENT ACCOUNT NOT ON MASTER"
                   TO WS-REJECT-REASON
               GO TO OPEN-BANK-LOAN-PARA-EXIT
           END-IF.

           IF NOT ACCOUNT-OPEN
               MOVE "REPAYMENT ACCOUNT NOT OPEN" TO WS-REJECT-REASON
               GO TO OPEN-BANK-LOAN-PARA-EXIT
           END-IF.

           IF ACCOUNT-CURRENCY-ID < 1 OR ACCOUNT-CURRENCY-ID > 3
               MOVE "REPAYMENT ACCOUNT CURRENCY UNKNOWN"
                   TO WS-REJECT-REASON
               GO TO OPEN-BANK-LOAN-PARA-EXIT
           END-IF.
           MOVE ACCOUNT-CURRENCY-ID TO WS-CURRENCY-ID.

           ADD 1 TO WS-NEXT-LOAN-ACCT.
           MOVE WS-NEXT-LOAN-ACCT TO WS-LOAN-ACCOUNT.
           MOVE ACCOUNT-USER(1:40)    TO WS-TRX-BORROWER.
           MOVE ACCOUNT-CURRENCY-CODE TO WS-TRX-CURRENCY.

           MOVE SPACES TO WS-LOAN-ACCT-NUMBER.
           STRING "LOAN " WS-LOAN-ACCOUNT
               DELIMITED BY SIZE INTO WS-LOAN-ACCT-NUMBER.
           MOVE WS-PRINCIPAL TO WS-LIMIT-EDIT.

           MOVE SPACES TO LOAN-ACCOUNT-TRX-RECORD.
           STRING "OPEN|" WS-LOAN-ACCOUNT
                  "|" WS-LOAN-ACCT-TYPE
                  "|" WS-CURRENCY-ID
                  "|" FUNCTION TRIM(WS-TRX-BORROWER)
                  "|" FUNCTION TRIM(WS-LOAN-ACCT-NUMBER)
                  "|" FUNCTION TRIM(ACCOUNT-REGION)
                  "|" FUNCTION TRIM(WS-LIMIT-EDIT)
               DELIMITED BY SIZE INTO LOAN-ACCOUNT-TRX-RECORD.
           WRITE LOAN-ACCOUNT-TRX-RECORD.

           MOVE WS-LOAN-ACCOUNT     TO LPT-ACCOUNT-ID.
           MOVE "D"                 TO LPT-TYPE.
           MOVE WS-PRINCIPAL        TO LPT-AMOUNT.
           MOVE WS-TODAY-DATE-NUM   TO LPT-DATE.
           WRITE LOAN-POSTING-RECORD.

           MOVE WS-REPAY-ACCOUNT    TO LPT-ACCOUNT-ID.
           MOVE "C"                 TO LPT-TYPE.
           MOVE WS-PRINCIPAL        TO LPT-AMOUNT.
           MOVE WS-TODAY-DATE-NUM   TO LPT-DATE.
           WRITE LOAN-POSTING-RECORD.

           ADD 1 TO OPENED-COUNT.

       OPEN-BANK-LOAN-PARA-EXIT.
           EXIT.

      * CAR - kredit za vozilo koji je CARSALE vec otvorio i isplatio;
      * duznik rate uplacuje CARSALE-ovim trajnim nalogom, pa kredit
      * nema racun otplate.
       ADOPT-CAR-LOAN-PARA.
           COMPUTE WS-LOAN-ACCOUNT = FUNCTION NUMVAL(WS-TRX-ACCOUNT).
           MOVE ZEROS TO WS-REPAY-ACCOUNT.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-COUNT
               IF LT-LOAN-ACCOUNT(LN-IDX) = WS-LOAN-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ENTRY-FOUND
               MOVE "LOAN ALREADY ON MASTER" TO WS-REJECT-REASON
               GO TO ADOPT-CAR-LOAN-PARA-EXIT
           END-IF.

           IF WS-TRX-BORROWER = SPACES
               MOVE "BORROWER NAME REQUIRED" TO WS-REJECT-REASON
               GO TO ADOPT-CAR-LOAN-PARA-EXIT
           END-IF.

           ADD 1 TO ADOPTED-COUNT.

       ADOPT-CAR-LOAN-PARA-EXIT.
           EXIT.

      * Anuitetni plan otplate u LNSCHED: kamata na preostalu
      * glavnicu, glavnica = rata - kamata; zadnja rata zatvara
      * ostatak glavnice.
       BUILD-SCHEDULE-PARA.
           MOVE WS-PRINCIPAL TO WS-BALANCE.
           MOVE ZEROS TO WS-TOTAL-INTEREST.
           COMPUTE WS-MONTH-INDEX = (WS-FD-YEAR * 12)
                   + WS-FD-MONTH - 1.

           PERFORM VARYING WS-SEQ FROM 1 BY 1
                   UNTIL WS-SEQ > WS-LOAN-TERM
               COMPUTE WS-INTEREST ROUNDED =
                       WS-BALANCE * WS-LOAN-RATE / 1200
               IF WS-SEQ = WS-LOAN-TERM
                   MOVE WS-BALANCE TO WS-PRINCIPAL-PART
               ELSE
                   COMPUTE WS-PRINCIPAL-PART =
                           WS-INSTALLMENT - WS-INTEREST
                   IF WS-PRINCIPAL-PART > WS-BALANCE
                       MOVE WS-BALANCE TO WS-PRINCIPAL-PART
                   END-IF
               END-IF
               SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               PERFORM SET-DUE-DATE-PARA THRU SET-DUE-DATE-PARA-EXIT

               MOVE SPACES TO LOAN-SCHEDULE-RECORD
               MOVE WS-LOAN-ACCOUNT   TO LS-LOAN-ACCOUNT
               MOVE WS-SEQ            TO LS-SEQ
               MOVE WS-DATE-IN        TO LS-DUE-DATE
               COMPUTE LS-INSTALLMENT =
                       WS-PRINCIPAL-PART + WS-INTEREST
               MOVE WS-INTEREST       TO LS-INTEREST
               MOVE WS-PRINCIPAL-PART TO LS-PRINCIPAL
               MOVE WS-BALANCE        TO LS-BALANCE
               WRITE LOAN-SCHEDULE-RECORD
               ADD 1 TO WS-MONTH-INDEX
           END-PERFORM.

           MOVE WS-DATE-IN TO WS-LAST-DUE.

       BUILD-SCHEDULE-PARA-EXIT.
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

      * Novi zapis kredita u tablici mastera i red izvjestaja.
       ADD-LOAN-PARA.
           INITIALIZE LOAN-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-LOAN-ACCOUNT   TO LN-LOAN-ACCOUNT.
           MOVE WS-REPAY-ACCOUNT  TO LN-REPAY-ACCOUNT.
           IF TRX-IS-OPEN
               SET LN-FROM-BANK TO TRUE
           ELSE
               SET LN-FROM-CARSALE TO TRUE
           END-IF.
           MOVE WS-TRX-BORROWER   TO LN-BORROWER.
           MOVE WS-TRX-CURRENCY   TO LN-CURRENCY.
           MOVE WS-PRINCIPAL      TO LN-PRINCIPAL.
           MOVE WS-LOAN-RATE      TO LN-RATE.
           MOVE WS-LOAN-TERM      TO LN-TERM.
           MOVE WS-INSTALLMENT    TO LN-INSTALLMENT.
           MOVE WS-TODAY-DATE-NUM TO LN-OPENED.
           MOVE WS-FIRST-DUE      TO LN-FIRST-DUE.
           MOVE WS-FIRST-DUE      TO LN-NEXT-DUE.
           MOVE WS-PRINCIPAL      TO LN-SCHED-BALANCE.
           MOVE WS-PRINCIPAL      TO LN-OWED.
           SET LN-IN-ORDER TO TRUE.
           SET LN-ACTIVE TO TRUE.
           MOVE WS-RUN-NUMBER     TO LN-RUN-NUMBER.

           ADD 1 TO WS-LOAN-COUNT.
           MOVE LN-LOAN-ACCOUNT TO LT-LOAN-ACCOUNT(WS-LOAN-COUNT).
           MOVE LOAN-RECORD     TO LT-RECORD(WS-LOAN-COUNT).

           ADD WS-PRINCIPAL TO TOTAL-PRINCIPAL.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-PRINCIPAL   TO WS-AMOUNT-EDIT.
           MOVE WS-INSTALLMENT TO WS-INST-EDIT.
           MOVE WS-LOAN-RATE   TO WS-RATE-EDIT.
           MOVE WS-LOAN-TERM   TO WS-TERM-EDIT.
           STRING LN-SOURCE " LOAN " LN-LOAN-ACCOUNT
                  " " LN-BORROWER(1:25)
                  " " WS-AMOUNT-EDIT " " LN-CURRENCY
                  " AT " WS-RATE-EDIT " %"
                  " " WS-TERM-EDIT " X " WS-INST-EDIT
                  " FROM " WS-FIRST-DUE " TO " WS-LAST-DUE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-EDIT.
           STRING "         TOTAL INTEREST " WS-AMOUNT-EDIT
                  "  REPAYMENT ACCOUNT " LN-REPAY-ACCOUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

       ADD-LOAN-PARA-EXIT.
           EXIT.

       WRITE-LOANS-PARA.
           OPEN OUTPUT LOAN-MASTER-OUT.

           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-COUNT
               MOVE LT-RECORD(LN-IDX) TO LOAN-MASTER-OUT-RECORD
               WRITE LOAN-MASTER-OUT-RECORD
           END-PERFORM.

           CLOSE LOAN-MASTER-OUT.

       WRITE-LOANS-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "BANKLOAN: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" WS-TRX-ACTION " " WS-TRX-ACCOUNT "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " [" WS-TRX-ACTION " " WS-TRX-ACCOUNT "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE TOTAL-PRINCIPAL TO WS-AMOUNT-EDIT.
           STRING "TOTAL TRANSACTIONS: " TOTAL-TRX
                  "  BANK LOANS OPENED: " OPENED-COUNT
                  "  CAR LOANS TAKEN OVER: " ADOPTED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  PRINCIPAL: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

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
           MOVE "BANKLOAN"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF REJECTED-TRX > 0 OR WS-SAVED-RETURN-CODE > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
