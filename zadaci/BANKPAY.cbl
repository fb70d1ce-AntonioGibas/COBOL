      ******************************************************************
      *    BANKPAY - Zaprimanje naloga za placanje prema drugim        *
      *              bankama za datum obrade (PARM RUNDATE=YYYYMMDD,   *
      *              default danasnji). Novi nalozi iz PAYIN (pipe-    *
      *              delimitirano):                                    *
      *              racun terecenja|IBAN primatelja|naziv primatelja| *
      *              iznos|valuta|poziv na broj|datum izvrsenja        *
      *              (prazan datum = datum obrade). Provjerava se      *
      *              racun (postoji, nije zatvoren, valuta naloga je   *
      *              valuta racuna), IBAN (oblik i kontrolni broj po   *
      *              modulu 97), naziv i iznos; datum izvrsenja ne     *
      *              smije biti u proslosti. Nalozi dospjeli na datum  *
      *              obrade idu u PAYORD (zadaci/copylib/PAYREC,       *
      *              status V) za knjizenje u CBLTYPE-u, nalozi s      *
      *              kasnijim datumom izvrsenja u PAYHLDO, a sljedeci  *
      *              run ih cita iz PAYHLD. Izvjestaj u PAYRPT.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPAY.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENT-REQUEST-FILE ASSIGN TO PAYIN
                  ORGANIZATION IS SEQUENTIAL.

      * Nalozi zadrzani do datuma izvrsenja iz prethodnog runa.
           SELECT OPTIONAL HELD-ORDERS-IN ASSIGN TO PAYHLD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT HELD-ORDERS-OUT ASSIGN TO PAYHLDO
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Dospjeli provjereni nalozi za knjizenje (CBLTYPE PAYORD).
           SELECT PAYMENT-ORDER-FILE ASSIGN TO PAYORD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-REPORT ASSIGN TO PAYRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-REQUEST-FILE.
       01 PAYMENT-REQUEST-RECORD PIC X(250).

       FD HELD-ORDERS-IN RECORDING MODE F.
       01 HELD-ORDERS-IN-RECORD PIC X(248).

       FD HELD-ORDERS-OUT RECORDING MODE F.
       01 HELD-ORDERS-OUT-RECORD PIC X(248).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD PAYMENT-ORDER-FILE RECORDING MODE F.
       01 PAYMENT-ORDER-FILE-RECORD PIC X(248).

       FD PAYMENT-REPORT.
       01 PAYMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY PAYREC.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja zaprimanje naloga koristi).
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
               88 ACCOUNT-CLOSED        VALUE "C".
           05 FILLER                   PIC X.
           05 ACCOUNT-LAST-ACTIVITY    PIC 9(8).

       01 WS-REQ-EOF       PIC X VALUE 'N'.
           88 END-OF-REQUESTS VALUE 'Y'.
       01 WS-HELD-EOF      PIC X VALUE 'N'.
           88 END-OF-HELD   VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.

       01 TOTAL-REQUESTS   PIC 9(5) VALUE ZEROS.
       01 REJECTED-REQ     PIC 9(5) VALUE ZEROS.
       01 DUE-COUNT        PIC 9(5) VALUE ZEROS.
       01 HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01 RELEASED-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-ORDER-SEQ     PIC 9(4) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.

      * Polja jednog naloga iz PAYIN.
       01 WS-REQ-ACCOUNT   PIC X(14) VALUE SPACES.
       01 WS-REQ-IBAN      PIC X(40) VALUE SPACES.
       01 WS-REQ-NAME      PIC X(70) VALUE SPACES.
       01 WS-REQ-AMOUNT    PIC X(16) VALUE SPACES.
       01 WS-REQ-CURRENCY  PIC X(3) VALUE SPACES.
       01 WS-REQ-REFERENCE PIC X(35) VALUE SPACES.
       01 WS-REQ-DATE      PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-NUM-VALUE     PIC S9(13)V99 VALUE ZEROS.
       01 WS-EXEC-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-DEBIT-ACCOUNT PIC 9(12) VALUE ZEROS.

      * Racuni iz ACCTFL - status i valuta.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              03 AT-ACCOUNT-ID PIC 9(12).
              03 AT-STATUS     PIC X.
              03 AT-CURRENCY   PIC X(3).
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Provjera IBAN-a - drzava (2 slova), kontrolni broj (2
      * znamenke) i do 30 alfanumerickih znakova; prva cetiri znaka
      * se premjeste na kraj, slova zamijene brojevima (A=10 ...
      * Z=35) i ostatak dijeljenja s 97 mora biti 1.
       01 WS-IBAN          PIC X(34) VALUE SPACES.
       01 WS-IBAN-LEN      PIC 9(2) VALUE ZEROS.
       01 WS-IBAN-POS      PIC 9(2) VALUE ZEROS.
       01 WS-IBAN-CHAR     PIC X VALUE SPACE.
       01 WS-IBAN-DIGIT REDEFINES WS-IBAN-CHAR PIC 9.
       01 WS-IBAN-REMAINDER PIC 9(4) VALUE ZEROS.
       01 WS-IBAN-LETTER   PIC 9(2) VALUE ZEROS.
       01 WS-IBAN-VALID    PIC X VALUE 'Y'.
           88 IBAN-IS-VALID VALUE 'Y'.
       01 WS-ALPHABET      PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALPHA-IDX     PIC 9(2) VALUE ZEROS.
       01 WS-LOWER-CASE    PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".

      * Zbroj dospjelih naloga po valuti za izvjestaj.
       01 WS-MAX-CCY       PIC 99 VALUE 20.
       01 WS-CCY-COUNT     PIC 99 VALUE 0.
       01 CCY-TABLE.
           02 CCY-ENTRY OCCURS 1 TO 20 TIMES
                         DEPENDING ON WS-CCY-COUNT
                         INDEXED BY CCY-IDX.
              03 CC-CODE      PIC X(3).
              03 CC-COUNT     PIC 9(5).
              03 CC-AMOUNT    PIC 9(13)V99.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijeni nalozi,
      * 8=greska u PARM-u, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-PAY-PARA
                       THRU APPLY-PARM-PAY-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.

           OPEN OUTPUT PAYMENT-ORDER-FILE.
           OPEN OUTPUT HELD-ORDERS-OUT.
           OPEN OUTPUT PAYMENT-REPORT.

           MOVE "OUTGOING PAYMENT ORDERS" TO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  ACCOUNTS ON MASTER: " WS-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

      *     Prvo zadrzani nalozi iz prethodnih runova, zatim novi.
           PERFORM RELEASE-HELD-PARA THRU RELEASE-HELD-PARA-EXIT.

           OPEN INPUT PAYMENT-REQUEST-FILE.

           READ PAYMENT-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REQUESTS
               IF PAYMENT-REQUEST-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-REQUESTS
                   PERFORM APPLY-PAY-REQ-PARA
                           THRU APPLY-PAY-REQ-PARA-EXIT
               END-IF
               READ PAYMENT-REQUEST-FILE
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PAYMENT-REQUEST-FILE.
           CLOSE PAYMENT-ORDER-FILE.
           CLOSE HELD-ORDERS-OUT.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE PAYMENT-REPORT.
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
       APPLY-PARM-PAY-PARA.
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
                               DISPLAY "BANKPAY: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-PAY-PARA-EXIT.
           EXIT.

       LOAD-ACCOUNTS-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
               IF ACCOUNT-ID IS NUMERIC
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-ID TO AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-STATUS TO AT-STATUS(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-CURRENCY-CODE
                       TO AT-CURRENCY(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

      * Trazi WS-DEBIT-ACCOUNT u ACCOUNT-TABLE.
       FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = WS-DEBIT-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-PARA-EXIT.
           EXIT.

      * Zadrzani nalog ciji je datum izvrsenja dosao ide na knjizenje
      * ako racun i dalje postoji i nije zatvoren; ostali ostaju
      * zadrzani.
       RELEASE-HELD-PARA.
           OPEN INPUT HELD-ORDERS-IN.

           READ HELD-ORDERS-IN
               AT END SET END-OF-HELD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HELD
               MOVE HELD-ORDERS-IN-RECORD TO PAYMENT-ORDER-RECORD
               IF PO-HELD
                   IF PO-EXEC-DATE > WS-RUN-DATE-NUM
                       MOVE PAYMENT-ORDER-RECORD
                           TO HELD-ORDERS-OUT-RECORD
                       WRITE HELD-ORDERS-OUT-RECORD
                       ADD 1 TO HELD-COUNT
                   ELSE
                       PERFORM RELEASE-ONE-HELD-PARA
                               THRU RELEASE-ONE-HELD-PARA-EXIT
                   END-IF
               END-IF
               READ HELD-ORDERS-IN
                   AT END SET END-OF-HELD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE HELD-ORDERS-IN.

       RELEASE-HELD-PARA-EXIT.
           EXIT.

       RELEASE-ONE-HELD-PARA.
           MOVE PO-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT.
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF AT-STATUS(ACC-IDX) = "C"
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               ELSE
                   MOVE SPACES TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-REQ
               DISPLAY "BANKPAY: HELD ORDER CANCELLED - "
                       FUNCTION TRIM(WS-REJECT-REASON)
                       " [" PO-ORDER-ID "]"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "CANCELLED ORDER " PO-ORDER-ID
                      " FROM " PO-DEBIT-ACCOUNT " - "
                      FUNCTION TRIM(WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO RELEASE-ONE-HELD-PARA-EXIT
           END-IF.

           ADD 1 TO RELEASED-COUNT.
           PERFORM WRITE-DUE-ORDER-PARA THRU WRITE-DUE-ORDER-PARA-EXIT.

       RELEASE-ONE-HELD-PARA-EXIT.
           EXIT.

      * Jedan nalog iz PAYIN - provjera polja, racuna i IBAN-a.
       APPLY-PAY-REQ-PARA.
           MOVE SPACES TO WS-REQ-ACCOUNT WS-REQ-IBAN WS-REQ-NAME
                          WS-REQ-AMOUNT WS-REQ-CURRENCY
                          WS-REQ-REFERENCE WS-REQ-DATE
                          WS-REJECT-REASON.

           UNSTRING PAYMENT-REQUEST-RECORD DELIMITED BY "|"
               INTO WS-REQ-ACCOUNT WS-REQ-IBAN WS-REQ-NAME
                    WS-REQ-AMOUNT WS-REQ-CURRENCY WS-REQ-REFERENCE
                    WS-REQ-DATE
           END-UNSTRING.

           IF FUNCTION TRIM(WS-REQ-ACCOUNT) IS NOT NUMERIC
               MOVE "NON-NUMERIC DEBIT ACCOUNT" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.
           COMPUTE WS-DEBIT-ACCOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-ACCOUNT)).
           PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.
           IF AT-STATUS(ACC-IDX) = "C"
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           PERFORM CHECK-IBAN-PARA THRU CHECK-IBAN-PARA-EXIT.
           IF NOT IBAN-IS-VALID
               MOVE "INVALID BENEFICIARY IBAN" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           IF WS-REQ-NAME = SPACES
               MOVE "BENEFICIARY NAME MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REQ-AMOUNT))
                   NOT = 0
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-AMOUNT)).
           IF WS-NUM-VALUE <= 0 OR WS-NUM-VALUE > 99999999999.99
               MOVE "AMOUNT OUT OF RANGE" TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           INSPECT WS-REQ-CURRENCY
               CONVERTING WS-LOWER-CASE TO WS-ALPHABET.
           IF WS-REQ-CURRENCY NOT = AT-CURRENCY(ACC-IDX)
               MOVE "CURRENCY NOT ACCOUNT CURRENCY"
                   TO WS-REJECT-REASON
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           IF WS-REQ-DATE = SPACES
               MOVE WS-RUN-DATE-NUM TO WS-EXEC-DATE
           ELSE
               IF FUNCTION TRIM(WS-REQ-DATE) IS NOT NUMERIC
                   MOVE "INVALID EXECUTION DATE" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-REQ-DATE)) NOT = 0
                       MOVE "INVALID EXECUTION DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       COMPUTE WS-EXEC-DATE =
                               FUNCTION NUMVAL(WS-REQ-DATE)
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-EXEC-DATE < WS-RUN-DATE-NUM
               MOVE "EXECUTION DATE IN THE PAST" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQ-PARA THRU REJECT-REQ-PARA-EXIT
               GO TO APPLY-PAY-REQ-PARA-EXIT
           END-IF.

           ADD 1 TO WS-ORDER-SEQ.
           INITIALIZE PAYMENT-ORDER-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           COMPUTE PO-ORDER-ID = (WS-RUN-NUMBER * 10000)
                   + WS-ORDER-SEQ.
           MOVE WS-DEBIT-ACCOUNT TO PO-DEBIT-ACCOUNT.
           MOVE WS-IBAN          TO PO-BENEF-IBAN.
           MOVE WS-REQ-NAME      TO PO-BENEF-NAME.
           MOVE WS-NUM-VALUE     TO PO-AMOUNT.
           MOVE WS-REQ-CURRENCY  TO PO-CURRENCY.
           MOVE WS-REQ-REFERENCE TO PO-REFERENCE.
           MOVE WS-EXEC-DATE     TO PO-EXEC-DATE.

           IF WS-EXEC-DATE > WS-RUN-DATE-NUM
               SET PO-HELD TO TRUE
               MOVE PAYMENT-ORDER-RECORD TO HELD-ORDERS-OUT-RECORD
               WRITE HELD-ORDERS-OUT-RECORD
               ADD 1 TO HELD-COUNT
               MOVE PO-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "HELD     ORDER " PO-ORDER-ID
                      " FROM " PO-DEBIT-ACCOUNT
                      " " WS-AMOUNT-EDIT " " PO-CURRENCY
                      " TO " PO-BENEF-IBAN
                      " EXECUTES " PO-EXEC-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           ELSE
               PERFORM WRITE-DUE-ORDER-PARA
                       THRU WRITE-DUE-ORDER-PARA-EXIT
           END-IF.

       APPLY-PAY-REQ-PARA-EXIT.
           EXIT.

      * IBAN bez razmaka, velikim slovima: 2 slova drzave, 2
      * kontrolne znamenke, ukupno 15 - 34 alfanumericka znaka i
      * ostatak po modulu 97 jednak 1. Ostatak se racuna znak po
      * znak da broj ne premasi PIC 9(4).
       CHECK-IBAN-PARA.
           MOVE 'N' TO WS-IBAN-VALID.
           MOVE FUNCTION TRIM(WS-REQ-IBAN) TO WS-IBAN.
           INSPECT WS-IBAN CONVERTING WS-LOWER-CASE TO WS-ALPHABET.

           MOVE ZEROS TO WS-IBAN-LEN.
           INSPECT WS-IBAN TALLYING WS-IBAN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LEN < 15
               GO TO CHECK-IBAN-PARA-EXIT
           END-IF.
           IF WS-IBAN-LEN < 34
               IF WS-IBAN(WS-IBAN-LEN + 1:) NOT = SPACES
                   GO TO CHECK-IBAN-PARA-EXIT
               END-IF
           END-IF.
           IF WS-IBAN(1:2) IS NOT ALPHABETIC-UPPER
                   OR WS-IBAN(3:2) IS NOT NUMERIC
               GO TO CHECK-IBAN-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-IBAN-REMAINDER.
           PERFORM VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-LEN
               MOVE WS-IBAN(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               PERFORM ADD-IBAN-CHAR-PARA THRU ADD-IBAN-CHAR-PARA-EXIT
               IF WS-IBAN-CHAR = SPACE
                   GO TO CHECK-IBAN-PARA-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4
               MOVE WS-IBAN(WS-IBAN-POS:1) TO WS-IBAN-CHAR
               PERFORM ADD-IBAN-CHAR-PARA THRU ADD-IBAN-CHAR-PARA-EXIT
           END-PERFORM.

           IF WS-IBAN-REMAINDER = 1
               SET IBAN-IS-VALID TO TRUE
           END-IF.

       CHECK-IBAN-PARA-EXIT.
           EXIT.

      * Dodaje jedan znak IBAN-a u ostatak - znamenka kao jedna
      * znamenka, slovo kao dvoznamenkasti broj 10 - 35; ostali
      * znakovi ponistavaju provjeru (WS-IBAN-CHAR = SPACE).
       ADD-IBAN-CHAR-PARA.
           IF WS-IBAN-CHAR IS NUMERIC
               COMPUTE WS-IBAN-REMAINDER = FUNCTION MOD(
                       (WS-IBAN-REMAINDER * 10) + WS-IBAN-DIGIT, 97)
               GO TO ADD-IBAN-CHAR-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-IBAN-LETTER.
           PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                   UNTIL WS-ALPHA-IDX > 26
               IF WS-ALPHABET(WS-ALPHA-IDX:1) = WS-IBAN-CHAR
                   COMPUTE WS-IBAN-LETTER = WS-ALPHA-IDX + 9
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IBAN-LETTER = ZEROS
               MOVE SPACE TO WS-IBAN-CHAR
               GO TO ADD-IBAN-CHAR-PARA-EXIT
           END-IF.
           COMPUTE WS-IBAN-REMAINDER = FUNCTION MOD(
                   (WS-IBAN-REMAINDER * 100) + WS-IBAN-LETTER, 97).

       ADD-IBAN-CHAR-PARA-EXIT.
           EXIT.

      * Dospjeli nalog u PAYORD (status V) i u zbroj po valuti.
       WRITE-DUE-ORDER-PARA.
           SET PO-VALIDATED TO TRUE.
           MOVE PAYMENT-ORDER-RECORD TO PAYMENT-ORDER-FILE-RECORD.
           WRITE PAYMENT-ORDER-FILE-RECORD.
           ADD 1 TO DUE-COUNT.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               IF CC-CODE(CCY-IDX) = PO-CURRENCY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND AND WS-CCY-COUNT < WS-MAX-CCY
               ADD 1 TO WS-CCY-COUNT
               SET CCY-IDX TO WS-CCY-COUNT
               MOVE PO-CURRENCY TO CC-CODE(CCY-IDX)
               MOVE ZEROS TO CC-COUNT(CCY-IDX)
               MOVE ZEROS TO CC-AMOUNT(CCY-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.
           IF ENTRY-FOUND
               ADD 1 TO CC-COUNT(CCY-IDX)
               ADD PO-AMOUNT TO CC-AMOUNT(CCY-IDX)
           END-IF.

           MOVE PO-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DUE      ORDER " PO-ORDER-ID
                  " FROM " PO-DEBIT-ACCOUNT
                  " " WS-AMOUNT-EDIT " " PO-CURRENCY
                  " TO " PO-BENEF-IBAN
                  " EXECUTES " PO-EXEC-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-DUE-ORDER-PARA-EXIT.
           EXIT.

       REJECT-REQ-PARA.
           ADD 1 TO REJECTED-REQ.
           DISPLAY "BANKPAY: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" FUNCTION TRIM(WS-REQ-ACCOUNT) " "
                   FUNCTION TRIM(WS-REQ-IBAN) "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " [" FUNCTION TRIM(WS-REQ-ACCOUNT) " "
                  FUNCTION TRIM(WS-REQ-IBAN) " "
                  FUNCTION TRIM(WS-REQ-AMOUNT) " "
                  WS-REQ-CURRENCY "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       REJECT-REQ-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.

           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               MOVE CC-COUNT(CCY-IDX) TO WS-COUNT-EDIT
               MOVE CC-AMOUNT(CCY-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "DUE FOR POSTING " CC-CODE(CCY-IDX)
                      " ORDERS " WS-COUNT-EDIT
                      " AMOUNT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NEW ORDERS: " TOTAL-REQUESTS
                  "  REJECTED: " REJECTED-REQ
                  "  DUE: " DUE-COUNT
                  "  RELEASED FROM HOLD: " RELEASED-COUNT
                  "  HELD: " HELD-COUNT
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
           MOVE "BANKPAY"   TO ALOG-PROGRAM-NAME
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
