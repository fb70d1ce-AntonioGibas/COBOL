      ******************************************************************
      *    BANKFEE - Mjesecni obracun naknada po racunu (PARM          *
      *              MONTH=YYYYMM, default tekuci mjesec). Tarifa      *
      *              FEETRF je vremenski vazeca (za svaku naknadu, tip *
      *              racuna i valutu vrijedi najnoviji redak ciji      *
      *              datum nije poslije zadnjeg dana mjeseca; tip 000  *
      *              vrijedi za sve tipove bez vlastitog retka):       *
      *              M - mjesecno odrzavanje otvorenog racuna;         *
      *              D - naknada po terecenju ('D') u mjesecu iznad    *
      *                  broja besplatnih terecenja (TRNFL mjeseca);   *
      *              O - koristenje dozvoljenog minusa (negativno      *
      *                  stanje na kraju mjeseca);                     *
      *              R - naknada uspavanog racuna (status M, umjesto   *
      *                  odrzavanja).                                  *
      *              Redak tarife nosi do cetiri segmenta kupca koji   *
      *              su oslobodjeni naknade; segment dolazi iz CUSTFL  *
      *              preko CUSTLNK (dovoljan je jedan aktivan kupac    *
      *              racuna u tom segmentu). Naknade se ispisuju kao   *
      *              generirane transakcije s vlastitim tipom 'F'      *
      *              (obrazac BANKINT 'J'/'K') u FEETRX za sljedeci    *
      *              posting run, a izvjestaj prihoda od naknada po    *
      *              vrsti naknade i valuti za financije u FEERPT.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFEE.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Master racuna (CBLTYPE) nakon zadnjeg knjizenja u mjesecu.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Proknjizene transakcije mjeseca (dnevni skupovi spojeni).
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO TRNFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-TARIFF-FILE ASSIGN TO FEETRF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-LINKS ASSIGN TO CUSTLNK
                  ORGANIZATION IS SEQUENTIAL.

      * Generirane naknade - isti 36-bajtni raspored kao TRNFL.
           SELECT FEE-TRX-FILE ASSIGN TO FEETRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-REPORT ASSIGN TO FEERPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

       FD TRANSACTION-FILE RECORDING MODE F.
       01 TRANSACTION-FILE-RECORD PIC X(36).

      * Tarifa naknada - vrsta naknade, tip racuna (000 = svi),
      * valuta, iznos u valuti racuna, broj besplatnih terecenja
      * (samo D), datum stupanja na snagu i oslobodjeni segmenti.
       FD FEE-TARIFF-FILE.
       01 FEE-TARIFF-RECORD.
           05 FTR-FEE-CODE      PIC X.
           05 FILLER            PIC X.
           05 FTR-ACCOUNT-TYPE  PIC 9(3).
           05 FILLER            PIC X.
           05 FTR-CURRENCY      PIC X(3).
           05 FILLER            PIC X.
           05 FTR-AMOUNT        PIC 9(5)V99.
           05 FILLER            PIC X.
           05 FTR-FREE-COUNT    PIC 9(3).
           05 FILLER            PIC X.
           05 FTR-EFFECTIVE     PIC 9(8).
           05 FILLER            PIC X.
           05 FTR-WAIVE-SEGMENTS.
               10 FTR-WAIVE-ENTRY OCCURS 4 TIMES.
                   15 FTR-WAIVE-CODE PIC X(3).
                   15 FILLER         PIC X.

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

       FD CUSTOMER-LINKS.
       01 CUSTOMER-LINK-DETAIL.
           05 LNK-CUST-ID       PIC 9(6).
           05 FILLER            PIC X.
           05 LNK-ACCOUNT-ID    PIC 9(12).

       FD FEE-TRX-FILE RECORDING MODE F.
       01 FEE-TRX-RECORD.
           05 FTX-ACCOUNT-ID    PIC 9(12).
           05 FTX-TYPE          PIC X.
           05 FTX-AMOUNT        PIC S9(12)V9(3).
           05 FTX-DATE          PIC 9(8).

       FD FEE-REPORT.
       01 FEE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja obracun naknada koristi).
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
           05 ACCOUNT-START-NUM REDEFINES ACCOUNT-START-DATE
                                       PIC 9(8).
           05 FILLER                   PIC X.
           05 ACCOUNT-END-DATE         PIC X(8).
           05 FILLER                   PIC X.
           05 ACCOUNT-OVERDRAFT-LIMIT  PIC S9(7)V99.
           05 FILLER                   PIC X.
           05 ACCOUNT-STATUS           PIC X.
               88 ACCOUNT-OPEN          VALUE "O".
               88 ACCOUNT-CLOSED        VALUE "C".
               88 ACCOUNT-DORMANT       VALUE "M".
           05 FILLER                   PIC X.
           05 ACCOUNT-LAST-ACTIVITY    PIC 9(8).

      *     Isti raspored transakcije kao CBLTYPE.
       01 TRANSACTION-RECORD.
           05 TRANS-ACCOUNT-ID         PIC 9(12).
           05 TRANS-TYPE               PIC X.
           05 TRANS-AMOUNT             PIC S9(12)V9(3).
           05 TRANS-DATE               PIC X(8).
           05 TRANS-DATE-NUM REDEFINES TRANS-DATE PIC 9(8).

       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-TARIFF-EOF    PIC X VALUE 'N'.
           88 END-OF-TARIFF VALUE 'Y'.
       01 WS-CUST-EOF      PIC X VALUE 'N'.
           88 END-OF-CUSTS  VALUE 'Y'.
       01 WS-LINKS-EOF     PIC X VALUE 'N'.
           88 END-OF-LINKS  VALUE 'Y'.

       01 TOTAL-ACCOUNTS   PIC 9(5) VALUE ZEROS.
       01 CHARGED-ACCOUNTS PIC 9(5) VALUE ZEROS.
       01 FEE-TRX-COUNT    PIC 9(6) VALUE ZEROS.
       01 WAIVED-COUNT     PIC 9(6) VALUE ZEROS.
       01 NO-TARIFF-COUNT  PIC 9(5) VALUE ZEROS.
       01 MONTH-TRX        PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Mjesec obracuna i njegov zadnji dan.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-FEE-MONTH     PIC 9(6) VALUE ZEROS.
       01 WS-FEE-MONTH-R REDEFINES WS-FEE-MONTH.
           05 WS-FM-YEAR       PIC 9(4).
           05 WS-FM-MONTH      PIC 9(2).
       01 WS-MONTH-START   PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-END     PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-FIRST    PIC 9(8) VALUE ZEROS.

      * Racuni iz ACCTFL s brojem terecenja u mjesecu.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              03 AT-ACCOUNT-ID PIC 9(12).
              03 AT-RECORD     PIC X(276).
              03 AT-DEBITS     PIC 9(5).

      * Vazeca tarifa - po vrsti naknade, tipu racuna i valuti
      * najnoviji redak na snazi zadnjeg dana mjeseca.
       01 WS-MAX-TARIFF    PIC 9(3) VALUE 200.
       01 WS-TARIFF-COUNT  PIC 9(3) VALUE 0.
       01 TARIFF-TABLE.
           02 TARIFF-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-TARIFF-COUNT
                            INDEXED BY TRF-IDX.
              03 TT-FEE-CODE      PIC X.
              03 TT-ACCOUNT-TYPE  PIC 9(3).
              03 TT-CURRENCY      PIC X(3).
              03 TT-AMOUNT        PIC 9(5)V99.
              03 TT-FREE-COUNT    PIC 9(3).
              03 TT-EFFECTIVE     PIC 9(8).
              03 TT-WAIVE-CODE    PIC X(3) OCCURS 4 TIMES.

      * Veze kupac-racun.
       01 WS-MAX-LINKS     PIC 9(4) VALUE 2000.
       01 WS-LINK-COUNT    PIC 9(4) VALUE 0.
       01 LINK-TABLE.
           02 LINK-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-LINK-COUNT
                          INDEXED BY LNK-IDX.
              03 LK-CUST-ID   PIC 9(6).
              03 LK-ACCOUNT   PIC 9(12).

      * Segmenti aktivnih kupaca iz CUSTFL.
       01 WS-MAX-CUSTS     PIC 9(4) VALUE 1000.
       01 WS-CUST-COUNT    PIC 9(4) VALUE 0.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-CUST-COUNT
                              INDEXED BY CST-IDX.
              03 CN-CUST-ID   PIC 9(6).
              03 CN-SEGMENT   PIC X(3).

      * Prihod od naknada po vrsti naknade i valuti.
       01 WS-MAX-INCOME    PIC 99 VALUE 40.
       01 WS-INCOME-COUNT  PIC 99 VALUE 0.
       01 INCOME-TABLE.
           02 INCOME-ENTRY OCCURS 1 TO 40 TIMES
                            DEPENDING ON WS-INCOME-COUNT
                            INDEXED BY INC-IDX.
              03 IN-FEE-CODE      PIC X.
              03 IN-CURRENCY      PIC X(3).
              03 IN-CHARGED-COUNT PIC 9(6).
              03 IN-CHARGED       PIC 9(11)V99.
              03 IN-WAIVED-COUNT  PIC 9(6).
              03 IN-WAIVED        PIC 9(11)V99.

      * Obracun jedne naknade.
       01 WS-FEE-CODE      PIC X VALUE SPACE.
           88 FEE-MAINTENANCE  VALUE "M".
           88 FEE-PER-DEBIT    VALUE "D".
           88 FEE-OVERDRAFT    VALUE "O".
           88 FEE-DORMANCY     VALUE "R".
       01 WS-FEE-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
       01 WS-CHARGEABLE    PIC 9(5) VALUE ZEROS.
       01 WS-TARIFF-IDX    PIC 9(3) VALUE ZEROS.
       01 WS-SUB           PIC 9 VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-WAIVED-FLAG   PIC X VALUE 'N'.
           88 FEE-WAIVED    VALUE 'Y'.
       01 WS-CHARGED-FLAG  PIC X VALUE 'N'.
           88 ACCOUNT-CHARGED VALUE 'Y'.
       01 WS-WAIVE-SEGMENT PIC X(3) VALUE SPACES.

      * Ispisni oblici za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZZ9.
       01 WS-COUNT-EDIT-2  PIC ZZZZZ9.
       01 WS-FEE-NAME      PIC X(20) VALUE SPACES.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (racun
      * bez tarife odrzavanja), 8=greska u PARM-u ili prazna tarifa,
      * 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-FEE-MONTH = (WS-ST-YEAR * 100) + WS-ST-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-FEE-PARA
                       THRU APPLY-PARM-FEE-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

      *     Prvi i zadnji dan mjeseca obracuna.
           COMPUTE WS-MONTH-START = (WS-FEE-MONTH * 100) + 1.
           IF WS-FM-MONTH = 12
               COMPUTE WS-NEXT-FIRST = ((WS-FM-YEAR + 1) * 10000)
                       + 0101
           ELSE
               COMPUTE WS-NEXT-FIRST = (WS-FM-YEAR * 10000)
                       + ((WS-FM-MONTH + 1) * 100) + 1
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).

           PERFORM LOAD-TARIFF-PARA THRU LOAD-TARIFF-PARA-EXIT.
           IF WS-TARIFF-COUNT = 0
               DISPLAY "BANKFEE: NO TARIFF IN FORCE ON " WS-MONTH-END
                       " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-LINKS-PARA THRU LOAD-LINKS-PARA-EXIT.
           PERFORM LOAD-CUSTOMERS-PARA THRU LOAD-CUSTOMERS-PARA-EXIT.
           PERFORM COUNT-DEBITS-PARA THRU COUNT-DEBITS-PARA-EXIT.

           OPEN OUTPUT FEE-TRX-FILE.
           OPEN OUTPUT FEE-REPORT.

           MOVE "MONTHLY ACCOUNT FEES" TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MONTH: " WS-FEE-MONTH
                  "  TARIFF AS OF: " WS-MONTH-END
                  "  TARIFF LINES: " WS-TARIFF-COUNT
                  "  RUN DATE: " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE AT-RECORD(ACC-IDX) TO BANK-BALANCE
               PERFORM CHARGE-ACCOUNT-PARA
                       THRU CHARGE-ACCOUNT-PARA-EXIT
           END-PERFORM.

           CLOSE FEE-TRX-FILE.

           PERFORM WRITE-INCOME-REPORT-PARA
                   THRU WRITE-INCOME-REPORT-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE FEE-REPORT.
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
       APPLY-PARM-FEE-PARA.
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
                               COMPUTE WS-FEE-MONTH =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKFEE: INVALID MONTH= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-FEE-PARA-EXIT.
           EXIT.

      * Puni TARIFF-TABLE - redci na snazi zadnjeg dana mjeseca; za
      * istu naknadu, tip racuna i valutu pobjeduje najnoviji.
       LOAD-TARIFF-PARA.
           OPEN INPUT FEE-TARIFF-FILE.

           READ FEE-TARIFF-FILE
               AT END SET END-OF-TARIFF TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TARIFF
               IF (FTR-FEE-CODE = "M" OR "D" OR "O" OR "R")
                       AND FTR-ACCOUNT-TYPE IS NUMERIC
                       AND FTR-AMOUNT IS NUMERIC
                       AND FTR-EFFECTIVE IS NUMERIC
                       AND FTR-EFFECTIVE <= WS-MONTH-END
                   PERFORM APPLY-TARIFF-ROW-PARA
                           THRU APPLY-TARIFF-ROW-PARA-EXIT
               END-IF
               READ FEE-TARIFF-FILE
                   AT END SET END-OF-TARIFF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FEE-TARIFF-FILE.

       LOAD-TARIFF-PARA-EXIT.
           EXIT.

       APPLY-TARIFF-ROW-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TRF-IDX FROM 1 BY 1
                   UNTIL TRF-IDX > WS-TARIFF-COUNT
               IF TT-FEE-CODE(TRF-IDX) = FTR-FEE-CODE
                       AND TT-ACCOUNT-TYPE(TRF-IDX) = FTR-ACCOUNT-TYPE
                       AND TT-CURRENCY(TRF-IDX) = FTR-CURRENCY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ENTRY-FOUND
               IF FTR-EFFECTIVE < TT-EFFECTIVE(TRF-IDX)
                   GO TO APPLY-TARIFF-ROW-PARA-EXIT
               END-IF
           ELSE
               IF WS-TARIFF-COUNT NOT LESS THAN WS-MAX-TARIFF
                   DISPLAY "BANKFEE: TARIFF TABLE FULL - ROW "
                           FTR-FEE-CODE " " FTR-ACCOUNT-TYPE " "
                           FTR-CURRENCY " IGNORED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO APPLY-TARIFF-ROW-PARA-EXIT
               END-IF
               ADD 1 TO WS-TARIFF-COUNT
               SET TRF-IDX TO WS-TARIFF-COUNT
           END-IF.

           MOVE FTR-FEE-CODE     TO TT-FEE-CODE(TRF-IDX).
           MOVE FTR-ACCOUNT-TYPE TO TT-ACCOUNT-TYPE(TRF-IDX).
           MOVE FTR-CURRENCY     TO TT-CURRENCY(TRF-IDX).
           MOVE FTR-AMOUNT       TO TT-AMOUNT(TRF-IDX).
           IF FTR-FREE-COUNT IS NUMERIC
               MOVE FTR-FREE-COUNT TO TT-FREE-COUNT(TRF-IDX)
           ELSE
               MOVE ZEROS TO TT-FREE-COUNT(TRF-IDX)
           END-IF.
           MOVE FTR-EFFECTIVE    TO TT-EFFECTIVE(TRF-IDX).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE FTR-WAIVE-CODE(WS-SUB)
                   TO TT-WAIVE-CODE(TRF-IDX, WS-SUB)
           END-PERFORM.

       APPLY-TARIFF-ROW-PARA-EXIT.
           EXIT.

       LOAD-ACCOUNTS-PARA.
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
                   MOVE ZEROS TO AT-DEBITS(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

       LOAD-LINKS-PARA.
           OPEN INPUT CUSTOMER-LINKS.

           READ CUSTOMER-LINKS
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LINKS
                   OR WS-LINK-COUNT NOT LESS THAN WS-MAX-LINKS
               IF LNK-CUST-ID IS NUMERIC
                   ADD 1 TO WS-LINK-COUNT
                   MOVE LNK-CUST-ID    TO LK-CUST-ID(WS-LINK-COUNT)
                   MOVE LNK-ACCOUNT-ID TO LK-ACCOUNT(WS-LINK-COUNT)
               END-IF
               READ CUSTOMER-LINKS
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-LINKS.

       LOAD-LINKS-PARA-EXIT.
           EXIT.

      * Samo aktivni kupci (status A) daju segment za oslobodjenje.
       LOAD-CUSTOMERS-PARA.
           OPEN INPUT CUSTOMER-MASTER.

           READ CUSTOMER-MASTER
               AT END SET END-OF-CUSTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CUSTS
                   OR WS-CUST-COUNT NOT LESS THAN WS-MAX-CUSTS
               IF CST-ID IS NUMERIC AND CST-STATUS = "A"
                       AND CST-SEGMENT NOT = SPACES
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CST-ID      TO CN-CUST-ID(WS-CUST-COUNT)
                   MOVE CST-SEGMENT TO CN-SEGMENT(WS-CUST-COUNT)
               END-IF
               READ CUSTOMER-MASTER
                   AT END SET END-OF-CUSTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.

       LOAD-CUSTOMERS-PARA-EXIT.
           EXIT.

      * Broji terecenja kupca ('D') u mjesecu po racunu - kamate,
      * naknade i prijenosi ne ulaze u besplatni broj terecenja.
       COUNT-DEBITS-PARA.
           OPEN INPUT TRANSACTION-FILE.

           READ TRANSACTION-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               MOVE TRANSACTION-FILE-RECORD TO TRANSACTION-RECORD
               IF TRANS-TYPE = "D"
                       AND TRANS-DATE IS NUMERIC
                       AND TRANS-DATE-NUM >= WS-MONTH-START
                       AND TRANS-DATE-NUM <= WS-MONTH-END
                   ADD 1 TO MONTH-TRX
                   PERFORM VARYING ACC-IDX FROM 1 BY 1
                           UNTIL ACC-IDX > WS-ACCOUNT-COUNT
                       IF AT-ACCOUNT-ID(ACC-IDX) = TRANS-ACCOUNT-ID
                           ADD 1 TO AT-DEBITS(ACC-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ TRANSACTION-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.

       COUNT-DEBITS-PARA-EXIT.
           EXIT.

      * Naknade jednog racuna - zatvoreni racuni i racuni otvoreni
      * poslije kraja mjeseca se ne naplacuju; uspavani placaju samo
      * naknadu uspavanosti.
       CHARGE-ACCOUNT-PARA.
           ADD 1 TO TOTAL-ACCOUNTS.
           MOVE 'N' TO WS-CHARGED-FLAG.

           IF ACCOUNT-CLOSED
               GO TO CHARGE-ACCOUNT-PARA-EXIT
           END-IF.
           IF ACCOUNT-START-DATE IS NUMERIC
                   AND ACCOUNT-START-NUM > WS-MONTH-END
               GO TO CHARGE-ACCOUNT-PARA-EXIT
           END-IF.

           IF ACCOUNT-DORMANT
               MOVE "R" TO WS-FEE-CODE
               PERFORM FIND-TARIFF-PARA THRU FIND-TARIFF-PARA-EXIT
               IF WS-TARIFF-IDX > 0
                   MOVE TT-AMOUNT(WS-TARIFF-IDX) TO WS-FEE-AMOUNT
                   PERFORM APPLY-FEE-PARA THRU APPLY-FEE-PARA-EXIT
               END-IF
               GO TO CHARGE-ACCOUNT-PARA-EXIT
           END-IF.

           MOVE "M" TO WS-FEE-CODE.
           PERFORM FIND-TARIFF-PARA THRU FIND-TARIFF-PARA-EXIT.
           IF WS-TARIFF-IDX > 0
               MOVE TT-AMOUNT(WS-TARIFF-IDX) TO WS-FEE-AMOUNT
               PERFORM APPLY-FEE-PARA THRU APPLY-FEE-PARA-EXIT
           ELSE
               ADD 1 TO NO-TARIFF-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "WARNING - NO MAINTENANCE TARIFF FOR ACCOUNT "
                      ACCOUNT-ID " TYPE " ACCOUNT-TYPE
                      " CURRENCY " ACCOUNT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "D" TO WS-FEE-CODE.
           PERFORM FIND-TARIFF-PARA THRU FIND-TARIFF-PARA-EXIT.
           IF WS-TARIFF-IDX > 0
                   AND AT-DEBITS(ACC-IDX) > TT-FREE-COUNT(WS-TARIFF-IDX)
               COMPUTE WS-CHARGEABLE = AT-DEBITS(ACC-IDX)
                       - TT-FREE-COUNT(WS-TARIFF-IDX)
               COMPUTE WS-FEE-AMOUNT =
                       WS-CHARGEABLE * TT-AMOUNT(WS-TARIFF-IDX)
               PERFORM APPLY-FEE-PARA THRU APPLY-FEE-PARA-EXIT
           END-IF.

           IF ACCOUNT-BALANCE < ZEROS
               MOVE "O" TO WS-FEE-CODE
               PERFORM FIND-TARIFF-PARA THRU FIND-TARIFF-PARA-EXIT
               IF WS-TARIFF-IDX > 0
                   MOVE TT-AMOUNT(WS-TARIFF-IDX) TO WS-FEE-AMOUNT
                   PERFORM APPLY-FEE-PARA THRU APPLY-FEE-PARA-EXIT
               END-IF
           END-IF.

       CHARGE-ACCOUNT-PARA-EXIT.
           IF ACCOUNT-CHARGED
               ADD 1 TO CHARGED-ACCOUNTS
           END-IF.

      * Redak tarife za WS-FEE-CODE, tip i valutu racuna - vlastiti
      * tip racuna ima prednost pred opcim retkom tipa 000.
       FIND-TARIFF-PARA.
           MOVE ZEROS TO WS-TARIFF-IDX.
           PERFORM VARYING TRF-IDX FROM 1 BY 1
                   UNTIL TRF-IDX > WS-TARIFF-COUNT
               IF TT-FEE-CODE(TRF-IDX) = WS-FEE-CODE
                       AND TT-CURRENCY(TRF-IDX) = ACCOUNT-CURRENCY-CODE
                   IF TT-ACCOUNT-TYPE(TRF-IDX) = ACCOUNT-TYPE
                       SET WS-TARIFF-IDX TO TRF-IDX
                       EXIT PERFORM
                   END-IF
                   IF TT-ACCOUNT-TYPE(TRF-IDX) = ZEROS
                       SET WS-TARIFF-IDX TO TRF-IDX
                   END-IF
               END-IF
           END-PERFORM.

       FIND-TARIFF-PARA-EXIT.
           EXIT.

      * Naknada se oslobadja ako je barem jedan aktivni kupac racuna
      * u segmentu s popisa retka tarife; inace ide u FEETRX.
       APPLY-FEE-PARA.
           IF WS-FEE-AMOUNT = ZEROS
               GO TO APPLY-FEE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-WAIVED-FLAG.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT OR FEE-WAIVED
               IF LK-ACCOUNT(LNK-IDX) = ACCOUNT-ID
                   PERFORM CHECK-WAIVER-PARA
                           THRU CHECK-WAIVER-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM TALLY-INCOME-PARA THRU TALLY-INCOME-PARA-EXIT.

           IF FEE-WAIVED
               ADD 1 TO WAIVED-COUNT
               GO TO APPLY-FEE-PARA-EXIT
           END-IF.

           MOVE ACCOUNT-ID    TO FTX-ACCOUNT-ID.
           MOVE "F"           TO FTX-TYPE.
           MOVE WS-FEE-AMOUNT TO FTX-AMOUNT.
           MOVE WS-MONTH-END  TO FTX-DATE.
           WRITE FEE-TRX-RECORD.
           ADD 1 TO FEE-TRX-COUNT.
           SET ACCOUNT-CHARGED TO TRUE.

       APPLY-FEE-PARA-EXIT.
           EXIT.

       CHECK-WAIVER-PARA.
           MOVE SPACES TO WS-WAIVE-SEGMENT.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > WS-CUST-COUNT
               IF CN-CUST-ID(CST-IDX) = LK-CUST-ID(LNK-IDX)
                   MOVE CN-SEGMENT(CST-IDX) TO WS-WAIVE-SEGMENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-WAIVE-SEGMENT = SPACES
               GO TO CHECK-WAIVER-PARA-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               IF TT-WAIVE-CODE(WS-TARIFF-IDX, WS-SUB)
                       = WS-WAIVE-SEGMENT
                   SET FEE-WAIVED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-WAIVER-PARA-EXIT.
           EXIT.

       TALLY-INCOME-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INCOME-COUNT
               IF IN-FEE-CODE(INC-IDX) = WS-FEE-CODE
                       AND IN-CURRENCY(INC-IDX) = ACCOUNT-CURRENCY-CODE
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-INCOME-COUNT NOT LESS THAN WS-MAX-INCOME
                   GO TO TALLY-INCOME-PARA-EXIT
               END-IF
               ADD 1 TO WS-INCOME-COUNT
               SET INC-IDX TO WS-INCOME-COUNT
               INITIALIZE INCOME-ENTRY(INC-IDX)
               MOVE WS-FEE-CODE           TO IN-FEE-CODE(INC-IDX)
               MOVE ACCOUNT-CURRENCY-CODE TO IN-CURRENCY(INC-IDX)
           END-IF.

           IF FEE-WAIVED
               ADD 1             TO IN-WAIVED-COUNT(INC-IDX)
               ADD WS-FEE-AMOUNT TO IN-WAIVED(INC-IDX)
           ELSE
               ADD 1             TO IN-CHARGED-COUNT(INC-IDX)
               ADD WS-FEE-AMOUNT TO IN-CHARGED(INC-IDX)
           END-IF.

       TALLY-INCOME-PARA-EXIT.
           EXIT.

      * Prihod od naknada po vrsti naknade i valuti - naplaceno i
      * oslobodjeno (broj i iznos u valuti racuna).
       WRITE-INCOME-REPORT-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE "FEE INCOME BY FEE TYPE AND CURRENCY"
               TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "FEE TYPE              CCY  CHARGED"
                  "      AMOUNT CHARGED  WAIVED"
                  "       AMOUNT WAIVED"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INCOME-COUNT
               EVALUATE IN-FEE-CODE(INC-IDX)
                   WHEN "M" MOVE "M MAINTENANCE"  TO WS-FEE-NAME
                   WHEN "D" MOVE "D PER DEBIT"    TO WS-FEE-NAME
                   WHEN "O" MOVE "O OVERDRAFT USE" TO WS-FEE-NAME
                   WHEN "R" MOVE "R DORMANCY"     TO WS-FEE-NAME
               END-EVALUATE
               MOVE IN-CHARGED-COUNT(INC-IDX) TO WS-COUNT-EDIT
               MOVE IN-CHARGED(INC-IDX)       TO WS-AMOUNT-EDIT
               MOVE IN-WAIVED-COUNT(INC-IDX)  TO WS-COUNT-EDIT-2
               MOVE IN-WAIVED(INC-IDX)        TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING WS-FEE-NAME "  " IN-CURRENCY(INC-IDX) " "
                      WS-COUNT-EDIT "  " WS-AMOUNT-EDIT "  "
                      WS-COUNT-EDIT-2 "  " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

       WRITE-INCOME-REPORT-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACCOUNTS READ: " TOTAL-ACCOUNTS
                  "  CHARGED: " CHARGED-ACCOUNTS
                  "  FEE TRX: " FEE-TRX-COUNT
                  "  WAIVED: " WAIVED-COUNT
                  "  NO TARIFF: " NO-TARIFF-COUNT
                  "  DEBITS IN MONTH: " MONTH-TRX
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
           MOVE "BANKFEE"   TO ALOG-PROGRAM-NAME
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
