      ******************************************************************
      *    BANKFXRV - Mjesecna tecajna revalorizacija racuna u stranoj *
      *               valuti (PARM MONTH=YYYYMM, default tekuci        *
      *               mjesec datuma obrade). Svako ACCOUNT-BALANCE     *
      *               racuna koji nije u EUR preracunava se po stopi   *
      *               iz RATEFL na snazi zadnjeg dana mjeseca          *
      *               (jedinice valute za 1 EUR, kao CBLTYPE); bez     *
      *               stope za valutu u upotrebi obrada staje s RC 8.  *
      *               Stopa i EUR vrijednost prosle revalorizacije su  *
      *               u povijesti REVHIST -> REVOUT (zadaci/copylib/   *
      *               REVREC). Nerealizirana tecajna razlika je        *
      *               tekuce stanje po novoj stopi umanjeno za isto    *
      *               stanje po prosloj stopi - uplate i isplate u     *
      *               mjesecu tako ne ulaze u tecajni rezultat. Racun  *
      *               bez povijesti dobiva pocetnu vrijednost bez      *
      *               knjizenja. Ponovno pokretanje istog mjeseca      *
      *               racuna od RV-PRIOR-* pa daje isti rezultat.      *
      *               Knjizenja idu u GLEXT u rasporedu CBLTYPE-ovog   *
      *               izvoda za glavnu knjigu (tip 'R', iznosi u EUR), *
      *               izvjestaj po valuti u REVRPT.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFXRV.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Master racuna (CBLTYPE) nakon zadnjeg knjizenja u mjesecu.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Tecajni feed - valuta, stopa i datum stupanja na snagu.
           SELECT RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-IN ASSIGN TO REVHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REVAL-HISTORY-OUT ASSIGN TO REVOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Glavna knjiga - isti izvod kao CBLTYPE-ov GLEXT.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REVAL-REPORT ASSIGN TO REVRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X.
           05 RTF-EFFECTIVE     PIC 9(8).

       FD REVAL-HISTORY-IN RECORDING MODE F.
       01 REVAL-HISTORY-IN-RECORD PIC X(105).

       FD REVAL-HISTORY-OUT RECORDING MODE F.
       01 REVAL-HISTORY-OUT-RECORD PIC X(105).

      * Isti raspored kao CBLTYPE-ov GL-EXTRACT-RECORD: D=redak po
      * tipu i valuti, C=kontra redak valute, T=kontrolni zbroj.
      * Revalorizacija pise tip 'R' s valutom racuna; iznosi su
      * EUR protuvrijednost (dobitak duguje, gubitak potrazuje).
       FD GL-EXTRACT-FILE RECORDING MODE F.
       01 GL-EXTRACT-RECORD.
           05 GLX-REC-TYPE             PIC X.
           05 GLX-TRANS-TYPE           PIC X.
           05 GLX-CURRENCY             PIC X(3).
           05 GLX-DEBIT-AMOUNT         PIC 9(13)V99.
           05 GLX-CREDIT-AMOUNT        PIC 9(13)V99.
           05 GLX-COUNT                PIC 9(6).

       FD REVAL-REPORT.
       01 REVAL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja revalorizacija koristi).
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

           COPY REVREC.

       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.
       01 WS-HIST-EOF      PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.

       01 TOTAL-ACCOUNTS   PIC 9(5) VALUE ZEROS.
       01 REVALUED-COUNT   PIC 9(5) VALUE ZEROS.
       01 BASELINE-COUNT   PIC 9(5) VALUE ZEROS.
       01 SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01 MISSING-RATES    PIC 9(3) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Mjesec revalorizacije i njegov zadnji dan.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-REVAL-MONTH   PIC 9(6) VALUE ZEROS.
       01 WS-REVAL-MONTH-R REDEFINES WS-REVAL-MONTH.
           05 WS-RM-YEAR       PIC 9(4).
           05 WS-RM-MONTH      PIC 9(2).
       01 WS-MONTH-END     PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-FIRST    PIC 9(8) VALUE ZEROS.

      * Tecajna tablica - najnovija stopa na snazi zadnjeg dana
      * mjeseca, po uzoru na CBLTYPE-ov APPLY-RATE-ROW-PARA.
       01 WS-MAX-RATES     PIC 99 VALUE 20.
       01 WS-RATE-COUNT    PIC 99 VALUE 0.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-RATE-COUNT
                          INDEXED BY RAT-IDX.
              03 RT-CODE      PIC X(3).
              03 RT-RATE      PIC 9(3)V9(6).
              03 RT-EFFECTIVE PIC 9(8).

      * Povijest revalorizacije u radnoj tablici.
       01 WS-MAX-HISTORY   PIC 9(3) VALUE 200.
       01 WS-HIST-COUNT    PIC 9(3) VALUE 0.
       01 HISTORY-TABLE.
           02 HISTORY-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-HIST-COUNT
                             INDEXED BY HST-IDX.
              03 HT-ACCOUNT-ID PIC 9(12).
              03 HT-RECORD     PIC X(105).

      * Zbroj po valuti za izvjestaj i glavnu knjigu.
       01 WS-MAX-CCY       PIC 99 VALUE 20.
       01 WS-CCY-COUNT     PIC 99 VALUE 0.
       01 CURRENCY-TABLE.
           02 CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
                              DEPENDING ON WS-CCY-COUNT
                              INDEXED BY CCY-IDX.
              03 CT-CODE       PIC X(3).
              03 CT-RATE       PIC 9(3)V9(6).
              03 CT-PRIOR-RATE PIC 9(3)V9(6).
              03 CT-ACCOUNTS   PIC 9(5).
              03 CT-BALANCE    PIC S9(13)V9(3).
              03 CT-EUR-BEFORE PIC S9(13)V99.
              03 CT-EUR-AFTER  PIC S9(13)V99.
              03 CT-GAIN       PIC 9(13)V99.
              03 CT-LOSS       PIC 9(13)V99.

      * Obracun jednog racuna.
       01 WS-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01 WS-PRIOR-RATE    PIC 9(3)V9(6) VALUE ZEROS.
       01 WS-PRIOR-MONTH   PIC 9(6) VALUE ZEROS.
       01 WS-EUR-BEFORE    PIC S9(13)V99 VALUE ZEROS.
       01 WS-EUR-AFTER     PIC S9(13)V99 VALUE ZEROS.
       01 WS-RESULT        PIC S9(13)V99 VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Zbrojevi cijelog runa.
       01 WS-TOT-BEFORE    PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-AFTER     PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-GAIN      PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-LOSS      PIC 9(13)V99 VALUE ZEROS.
       01 WS-GL-NET        PIC S9(13)V99 VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC -,---,---,---,--9.99.
       01 WS-AMOUNT-EDIT-2 PIC -,---,---,---,--9.99.
       01 WS-AMOUNT-EDIT-3 PIC -,---,---,---,--9.99.
       01 WS-AMOUNT-EDIT-4 PIC -,---,---,---,--9.99.
       01 WS-RATE-EDIT     PIC ZZ9.999999.
       01 WS-RATE-EDIT-2   PIC ZZ9.999999.
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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje
      * (preskoceni racun), 8=greska u PARM-u ili nedostaje stopa,
      * 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-REVAL-MONTH = (WS-ST-YEAR * 100) + WS-ST-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-FXRV-PARA
                       THRU APPLY-PARM-FXRV-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

      *     Zadnji dan mjeseca = dan prije prvog u sljedecem mjesecu.
           IF WS-RM-MONTH = 12
               COMPUTE WS-NEXT-FIRST = ((WS-RM-YEAR + 1) * 10000)
                       + 0101
           ELSE
               COMPUTE WS-NEXT-FIRST = (WS-RM-YEAR * 10000)
                       + ((WS-RM-MONTH + 1) * 100) + 1
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).

           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM CHECK-RATES-PARA THRU CHECK-RATES-PARA-EXIT.
           IF RETURN-CODE >= 8
               DISPLAY "BANKFXRV: MISSING RATES - RUN ABORTED"
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-PARA-EXIT.

           OPEN OUTPUT REVAL-REPORT.

           MOVE "MONTH-END FOREIGN CURRENCY REVALUATION"
               TO REVAL-REPORT-LINE.
           WRITE REVAL-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MONTH: " WS-REVAL-MONTH
                  "  RATES AS OF: " WS-MONTH-END
                  "  RUN DATE: " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           OPEN INPUT ACCOUNT-MASTER.
           MOVE 'N' TO WS-ACCT-EOF.
           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
                   ADD 1 TO TOTAL-ACCOUNTS
                   IF ACCOUNT-CURRENCY-CODE NOT = "EUR"
                           AND ACCOUNT-CURRENCY-CODE NOT = SPACES
                       PERFORM REVALUE-ACCOUNT-PARA
                               THRU REVALUE-ACCOUNT-PARA-EXIT
                   END-IF
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

           PERFORM WRITE-CURRENCY-REPORT-PARA
                   THRU WRITE-CURRENCY-REPORT-PARA-EXIT.
           PERFORM WRITE-GL-EXTRACT-PARA
                   THRU WRITE-GL-EXTRACT-PARA-EXIT.
           PERFORM WRITE-HISTORY-PARA THRU WRITE-HISTORY-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE REVAL-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "MONTH=202610", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * MONTH= (YYYYMM, mjesec 01-12); neispravna vrijednost prekida
      * obradu s RC 8.
       APPLY-PARM-FXRV-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MONTH"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   * 100 + 1) = 0
                               COMPUTE WS-REVAL-MONTH =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKFXRV: INVALID MONTH= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-FXRV-PARA-EXIT.
           EXIT.

      * Puni RATE-TABLE iz RATEFL - po valuti najnovija stopa ciji
      * datum nije poslije zadnjeg dana mjeseca.
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
                       AND RTF-EFFECTIVE <= WS-MONTH-END
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

      * Svaka strana valuta na racunima mora imati stopu na snazi
      * zadnjeg dana mjeseca - inace se run zaustavlja s RC 8 prije
      * ikakvog knjizenja (kao CBLTYPE-ov CHECK-ACCOUNT-RATES-PARA).
       CHECK-RATES-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
                   IF ACCOUNT-CURRENCY-CODE NOT = "EUR"
                           AND ACCOUNT-CURRENCY-CODE NOT = SPACES
                       PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT
                       IF WS-RATE = ZEROS
                           ADD 1 TO MISSING-RATES
                           DISPLAY "BANKFXRV: NO RATE FOR "
                                   ACCOUNT-CURRENCY-CODE
                                   " AS OF " WS-MONTH-END
                                   " - ACCOUNT " ACCOUNT-ID
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       CHECK-RATES-PARA-EXIT.
           EXIT.

       FIND-RATE-PARA.
           MOVE ZEROS TO WS-RATE.
           PERFORM VARYING RAT-IDX FROM 1 BY 1
                   UNTIL RAT-IDX > WS-RATE-COUNT
               IF RT-CODE(RAT-IDX) = ACCOUNT-CURRENCY-CODE
                   MOVE RT-RATE(RAT-IDX) TO WS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RATE-PARA-EXIT.
           EXIT.

       LOAD-HISTORY-PARA.
           OPEN INPUT REVAL-HISTORY-IN.

           READ REVAL-HISTORY-IN
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
                   OR WS-HIST-COUNT NOT LESS THAN WS-MAX-HISTORY
               IF REVAL-HISTORY-IN-RECORD(1:12) IS NUMERIC
                   ADD 1 TO WS-HIST-COUNT
                   MOVE REVAL-HISTORY-IN-RECORD(1:12)
                       TO HT-ACCOUNT-ID(WS-HIST-COUNT)
                   MOVE REVAL-HISTORY-IN-RECORD
                       TO HT-RECORD(WS-HIST-COUNT)
               END-IF
               READ REVAL-HISTORY-IN
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REVAL-HISTORY-IN.

       LOAD-HISTORY-PARA-EXIT.
           EXIT.

      * Revalorizacija jednog racuna: proslu stopu daje povijest
      * (za ponovljeni mjesec stopa prije njega), a racun bez
      * povijesti ili s promijenjenom valutom dobiva pocetnu
      * vrijednost bez tecajne razlike.
       REVALUE-ACCOUNT-PARA.
           PERFORM FIND-RATE-PARA THRU FIND-RATE-PARA-EXIT.
           MOVE ZEROS TO WS-PRIOR-RATE WS-PRIOR-MONTH.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-HIST-COUNT
               IF HT-ACCOUNT-ID(HST-IDX) = ACCOUNT-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ENTRY-FOUND
               MOVE HT-RECORD(HST-IDX) TO REVALUATION-RECORD
               IF RV-MONTH > WS-REVAL-MONTH
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "WARNING - ACCOUNT " ACCOUNT-ID
                          " ALREADY REVALUED FOR LATER MONTH "
                          RV-MONTH " - SKIPPED"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                           THRU WRITE-REPORT-LINE-PARA-EXIT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO REVALUE-ACCOUNT-PARA-EXIT
               END-IF
               IF RV-CURRENCY = ACCOUNT-CURRENCY-CODE
                   IF RV-MONTH = WS-REVAL-MONTH
                       MOVE RV-PRIOR-RATE  TO WS-PRIOR-RATE
                       MOVE RV-PRIOR-MONTH TO WS-PRIOR-MONTH
                   ELSE
                       MOVE RV-RATE        TO WS-PRIOR-RATE
                       MOVE RV-MONTH       TO WS-PRIOR-MONTH
                   END-IF
               END-IF
           ELSE
               IF WS-HIST-COUNT NOT LESS THAN WS-MAX-HISTORY
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "BANKFXRV: HISTORY TABLE FULL - ACCOUNT "
                           ACCOUNT-ID " NOT REVALUED"
                   MOVE 8 TO RETURN-CODE
                   GO TO REVALUE-ACCOUNT-PARA-EXIT
               END-IF
               ADD 1 TO WS-HIST-COUNT
               SET HST-IDX TO WS-HIST-COUNT
               MOVE ACCOUNT-ID TO HT-ACCOUNT-ID(HST-IDX)
           END-IF.

           COMPUTE WS-EUR-AFTER ROUNDED = ACCOUNT-BALANCE / WS-RATE.
           IF WS-PRIOR-RATE = ZEROS
               MOVE WS-EUR-AFTER TO WS-EUR-BEFORE
               ADD 1 TO BASELINE-COUNT
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE WS-EUR-AFTER TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "NEW BASELINE - ACCOUNT " ACCOUNT-ID
                      " " ACCOUNT-CURRENCY-CODE
                      " RATE " WS-RATE-EDIT
                      " EUR VALUE " WS-AMOUNT-EDIT
                      " - NO REVALUATION ENTRY"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           ELSE
               COMPUTE WS-EUR-BEFORE ROUNDED =
                       ACCOUNT-BALANCE / WS-PRIOR-RATE
               ADD 1 TO REVALUED-COUNT
           END-IF.
           COMPUTE WS-RESULT = WS-EUR-AFTER - WS-EUR-BEFORE.

           INITIALIZE REVALUATION-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE ACCOUNT-ID            TO RV-ACCOUNT-ID.
           MOVE ACCOUNT-CURRENCY-CODE TO RV-CURRENCY.
           MOVE WS-REVAL-MONTH        TO RV-MONTH.
           MOVE ACCOUNT-BALANCE       TO RV-BALANCE.
           MOVE WS-RATE               TO RV-RATE.
           MOVE WS-EUR-AFTER          TO RV-EUR-VALUE.
           MOVE WS-PRIOR-MONTH        TO RV-PRIOR-MONTH.
           MOVE WS-PRIOR-RATE         TO RV-PRIOR-RATE.
           MOVE WS-EUR-BEFORE         TO RV-PRIOR-EUR.
           MOVE WS-RUN-NUMBER         TO RV-RUN-NUMBER.
           MOVE REVALUATION-RECORD    TO HT-RECORD(HST-IDX).

           PERFORM TALLY-CURRENCY-PARA THRU TALLY-CURRENCY-PARA-EXIT.

       REVALUE-ACCOUNT-PARA-EXIT.
           EXIT.

       TALLY-CURRENCY-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               IF CT-CODE(CCY-IDX) = ACCOUNT-CURRENCY-CODE
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
               INITIALIZE CURRENCY-ENTRY(CCY-IDX)
               MOVE ACCOUNT-CURRENCY-CODE TO CT-CODE(CCY-IDX)
               MOVE WS-RATE TO CT-RATE(CCY-IDX)
           END-IF.

      *     Prosla stopa valute - prva zatecena u povijesti racuna.
           IF CT-PRIOR-RATE(CCY-IDX) = ZEROS
               MOVE WS-PRIOR-RATE TO CT-PRIOR-RATE(CCY-IDX)
           END-IF.
           ADD 1                  TO CT-ACCOUNTS(CCY-IDX).
           ADD ACCOUNT-BALANCE    TO CT-BALANCE(CCY-IDX).
           ADD WS-EUR-BEFORE      TO CT-EUR-BEFORE(CCY-IDX).
           ADD WS-EUR-AFTER       TO CT-EUR-AFTER(CCY-IDX).
           IF WS-RESULT > ZEROS
               ADD WS-RESULT TO CT-GAIN(CCY-IDX)
           ELSE
               SUBTRACT WS-RESULT FROM CT-LOSS(CCY-IDX)
           END-IF.

       TALLY-CURRENCY-PARA-EXIT.
           EXIT.

      * Izvjestaj po valuti: stopa prosle i ove revalorizacije,
      * stanje u valuti, EUR vrijednost prije i poslije, rezultat.
       WRITE-CURRENCY-REPORT-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CCY PRIOR RATE  RATE USED ACCTS"
                  "       BALANCE IN CCY"
                  "     EUR VALUE BEFORE"
                  "      EUR VALUE AFTER"
                  "    UNREALIZED RESULT"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               MOVE CT-PRIOR-RATE(CCY-IDX) TO WS-RATE-EDIT
               MOVE CT-RATE(CCY-IDX)       TO WS-RATE-EDIT-2
               MOVE CT-ACCOUNTS(CCY-IDX)   TO WS-COUNT-EDIT
               MOVE CT-BALANCE(CCY-IDX)    TO WS-AMOUNT-EDIT
               MOVE CT-EUR-BEFORE(CCY-IDX) TO WS-AMOUNT-EDIT-2
               MOVE CT-EUR-AFTER(CCY-IDX)  TO WS-AMOUNT-EDIT-3
               COMPUTE WS-RESULT =
                       CT-EUR-AFTER(CCY-IDX) - CT-EUR-BEFORE(CCY-IDX)
               MOVE WS-RESULT              TO WS-AMOUNT-EDIT-4
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING CT-CODE(CCY-IDX) " "
                      WS-RATE-EDIT " " WS-RATE-EDIT-2 " "
                      WS-COUNT-EDIT " "
                      WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                      WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               ADD CT-EUR-BEFORE(CCY-IDX) TO WS-TOT-BEFORE
               ADD CT-EUR-AFTER(CCY-IDX)  TO WS-TOT-AFTER
               ADD CT-GAIN(CCY-IDX)       TO WS-TOT-GAIN
               ADD CT-LOSS(CCY-IDX)       TO WS-TOT-LOSS
           END-PERFORM.

           MOVE WS-TOT-BEFORE TO WS-AMOUNT-EDIT-2.
           MOVE WS-TOT-AFTER  TO WS-AMOUNT-EDIT-3.
           COMPUTE WS-RESULT = WS-TOT-AFTER - WS-TOT-BEFORE.
           MOVE WS-RESULT     TO WS-AMOUNT-EDIT-4.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE "TOTAL EUR" TO TEMP-REPORT-LINE.
           MOVE WS-AMOUNT-EDIT-2 TO TEMP-REPORT-LINE(54:20).
           MOVE WS-AMOUNT-EDIT-3 TO TEMP-REPORT-LINE(75:20).
           MOVE WS-AMOUNT-EDIT-4 TO TEMP-REPORT-LINE(96:20).
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-CURRENCY-REPORT-PARA-EXIT.
           EXIT.

      * Izvod za glavnu knjigu u CBLTYPE-ovom rasporedu: D redak 'R'
      * po valuti (dobici duguju, gubici potrazuju), C kontra redak
      * valute na konto tecajnih razlika i T kontrolni zbroj.
       WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-EXTRACT-FILE.

           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > WS-CCY-COUNT
               IF CT-GAIN(CCY-IDX) > ZEROS OR CT-LOSS(CCY-IDX) > ZEROS
                   MOVE SPACES TO GL-EXTRACT-RECORD
                   MOVE "D" TO GLX-REC-TYPE
                   MOVE "R" TO GLX-TRANS-TYPE
                   MOVE CT-CODE(CCY-IDX)     TO GLX-CURRENCY
                   MOVE CT-GAIN(CCY-IDX)     TO GLX-DEBIT-AMOUNT
                   MOVE CT-LOSS(CCY-IDX)     TO GLX-CREDIT-AMOUNT
                   MOVE CT-ACCOUNTS(CCY-IDX) TO GLX-COUNT
                   WRITE GL-EXTRACT-RECORD

                   MOVE SPACES TO GL-EXTRACT-RECORD
                   MOVE "C" TO GLX-REC-TYPE
                   MOVE SPACE TO GLX-TRANS-TYPE
                   MOVE CT-CODE(CCY-IDX) TO GLX-CURRENCY
                   COMPUTE WS-GL-NET =
                           CT-LOSS(CCY-IDX) - CT-GAIN(CCY-IDX)
                   IF WS-GL-NET >= ZEROS
                       MOVE WS-GL-NET TO GLX-DEBIT-AMOUNT
                       MOVE ZEROS TO GLX-CREDIT-AMOUNT
                   ELSE
                       MOVE ZEROS TO GLX-DEBIT-AMOUNT
                       COMPUTE GLX-CREDIT-AMOUNT = ZERO - WS-GL-NET
                   END-IF
                   MOVE ZEROS TO GLX-COUNT
                   WRITE GL-EXTRACT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "T" TO GLX-REC-TYPE.
           MOVE SPACE TO GLX-TRANS-TYPE.
           MOVE SPACES TO GLX-CURRENCY.
           MOVE WS-TOT-GAIN  TO GLX-DEBIT-AMOUNT.
           MOVE WS-TOT-LOSS  TO GLX-CREDIT-AMOUNT.
           MOVE REVALUED-COUNT TO GLX-COUNT.
           WRITE GL-EXTRACT-RECORD.

           CLOSE GL-EXTRACT-FILE.

       WRITE-GL-EXTRACT-PARA-EXIT.
           EXIT.

      * Nova povijest - i zapisi racuna kojih vise nema u ACCTFL
      * prenose se nepromijenjeni.
       WRITE-HISTORY-PARA.
           OPEN OUTPUT REVAL-HISTORY-OUT.

           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-HIST-COUNT
               MOVE HT-RECORD(HST-IDX) TO REVAL-HISTORY-OUT-RECORD
               WRITE REVAL-HISTORY-OUT-RECORD
           END-PERFORM.

           CLOSE REVAL-HISTORY-OUT.

       WRITE-HISTORY-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO REVAL-REPORT-LINE.
           WRITE REVAL-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO REVAL-REPORT-LINE.
           WRITE REVAL-REPORT-LINE.

           MOVE WS-TOT-GAIN TO WS-AMOUNT-EDIT.
           MOVE WS-TOT-LOSS TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACCOUNTS READ: " TOTAL-ACCOUNTS
                  "  REVALUED: " REVALUED-COUNT
                  "  NEW BASELINE: " BASELINE-COUNT
                  "  SKIPPED: " SKIPPED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "UNREALIZED GAINS EUR " WS-AMOUNT-EDIT
                  "  UNREALIZED LOSSES EUR " WS-AMOUNT-EDIT-2
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
           MOVE "BANKFXRV"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-ACCOUNTS TO ALOG-RECORD-COUNT
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
