      ******************************************************************
      *    CARTAX - Razvrstavanje svih modela iz CAR-VSAM kataloga u   *
      *             razrede poreza pri registraciji. Razred ovisi o    *
      *             snazi (CMD-HP-PS) i cijeni u EUR (CMD-PRICE preko  *
      *             RATEFL tecaja, kao CARRPT), a razredi se mijenjaju *
      *             svake godine - kontrolna datoteka TAXCTL (pipe-    *
      *             delimitirano) nosi tablice s datumom vazenja:      *
      *               BRACKET|vrijedi od GGGGMMDD|razred|najvise KS|   *
      *               najvise EUR|osnovni iznos EUR|postotak cijene    *
      *             (0 za najvise KS/EUR znaci bez gornje granice).    *
      *             Redovi idu uzlazno po datumu; unutar jedne tablice *
      *             vrijedi prvi razred u koji model stane. Vazeca je  *
      *             tablica s najvecim datumom do dana obrade (PARM    *
      *             ASOF=GGGGMMDD, default danas), a prethodna je ona  *
      *             neposredno prije nje. Porez = osnovni iznos +      *
      *             postotak cijene u EUR, i preracunat u valutu       *
      *             kataloga. TAXRPT je raspored poreza po marki i     *
      *             modelu s oznakom modela kojima se razred promijenio*
      *             od prethodne tablice, a TAXFL (vidi zadaci/copylib/*
      *             TAXREC) nosi procjenu za CARQUOTE i CARSALE.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAX.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT CONTROL-FILE ASSIGN TO TAXCTL
                  ORGANIZATION IS SEQUENTIAL.

      * Tecajna datoteka - jedan red po valuti: kod (3) razmak stopa
      * 9(3)V9(6) kao znamenke, npr. "USD 001080000".
           SELECT RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REG-TAX-FILE ASSIGN TO TAXFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TAX-REPORT ASSIGN TO TAXRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-VSAM.
           COPY CARDET.

       FD CONTROL-FILE RECORDING MODE F.
       01 CONTROL-RECORD PIC X(80).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).

       FD REG-TAX-FILE.
           COPY TAXREC.

       FD TAX-REPORT.
       01 TAX-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-VSAM-EOF      PIC X VALUE 'N'.
           88 END-OF-VSAM   VALUE 'Y'.
       01 WS-CTL-EOF       PIC X VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.

       01 MODELS-READ      PIC 9(5) VALUE ZEROS.
       01 MODELS-CLASSIFIED PIC 9(5) VALUE ZEROS.
       01 MODELS-SKIPPED   PIC 9(5) VALUE ZEROS.
       01 MODELS-CHANGED   PIC 9(5) VALUE ZEROS.
       01 MODELS-NEW       PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljeni red kontrolne datoteke.
       01 WS-CTL-KEYWORD   PIC X(10).
       01 WS-CTL-FROM      PIC X(10).
       01 WS-CTL-CODE      PIC X(10).
       01 WS-CTL-MAX-HP    PIC X(10).
       01 WS-CTL-MAX-PRICE PIC X(15).
       01 WS-CTL-BASE      PIC X(15).
       01 WS-CTL-PCT       PIC X(10).
       01 WS-CTL-DATE      PIC 9(8).

      * Tablice razreda - uzlazno po datumu vazenja, unutar datuma
      * redom kako su navedeni.
       01 WS-MAX-BRACKETS  PIC 9(3) VALUE 200.
       01 WS-BRACKET-COUNT PIC 9(3) VALUE 0.
       01 BRACKET-TABLE.
           02 BRACKET-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-BRACKET-COUNT
                             INDEXED BY BKT-IDX.
              03 BK-FROM-DATE  PIC 9(8).
              03 BK-CODE       PIC X(4).
              03 BK-MAX-HP     PIC 9(4).
              03 BK-MAX-PRICE  PIC 9(7)V99.
              03 BK-BASE       PIC 9(7)V99.
              03 BK-PCT        PIC 9(2)V99.

      * Vazeca i prethodna tablica (datum vazenja, nula = nema je).
       01 WS-ASOF-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-CURR-TABLE    PIC 9(8) VALUE ZEROS.
       01 WS-PREV-TABLE    PIC 9(8) VALUE ZEROS.
       01 WS-FIND-TABLE    PIC 9(8) VALUE ZEROS.
       01 WS-FIND-CODE     PIC X(4) VALUE SPACES.
       01 WS-FIND-POS      PIC 9(3) VALUE ZEROS.

      * Tecajna tablica kao CARRPT - jedinice strane valute za 1 EUR.
       01 WS-MAX-RATES     PIC 9(2) VALUE 20.
       01 WS-RATE-COUNT    PIC 9(2) VALUE 0.
       01 EXCHANGE-RATE-TABLE.
           05 EXCHANGE-RATE-ENTRY OCCURS 1 TO 20 TIMES
                                   DEPENDING ON WS-RATE-COUNT
                                   INDEXED BY ER-IDX.
              10 ER-CODE          PIC X(3).
              10 ER-RATE          PIC 9(3)V9(6).
       01 WS-RATES-OK      PIC X.
           88 CONVERSION-POSSIBLE VALUE 'Y'.
       01 WS-CATALOG-RATE  PIC 9(3)V9(6).
       01 WS-EUR-RATE      PIC 9(3)V9(6).

      * Razvrstavanje jednog modela.
       01 WS-PRICE-EUR     PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-EUR       PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-CATALOG   PIC 9(7)V99 VALUE ZEROS.
       01 WS-CURR-CODE     PIC X(4) VALUE SPACES.
       01 WS-PREV-CODE     PIC X(4) VALUE SPACES.
       01 WS-CURR-POS      PIC 9(3) VALUE ZEROS.
       01 WS-CHANGE-TEXT   PIC X(16) VALUE SPACES.

      * Prijelom po marki i modelu za raspored.
       01 WS-LAST-BRAND    PIC X(50) VALUE SPACES.
       01 WS-LAST-MODEL    PIC X(50) VALUE SPACES.
       01 WS-BRAND-MODELS  PIC 9(5) VALUE ZEROS.
       01 WS-BRAND-CHANGED PIC 9(5) VALUE ZEROS.
       01 WS-BRAND-TAX-EUR PIC 9(9)V99 VALUE ZEROS.

      * Ispisni oblici.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT      PIC Z9.99.
       01 WS-HP-EDIT       PIC ZZZ9.

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
      * nerazvrstani modeli, 8=greska u podacima/PARM-u/kontroli,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-TODAY-DATE-NUM TO WS-ASOF-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-TAX-PARA
                       THRU APPLY-PARM-TAX-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-CONTROL-PARA THRU LOAD-CONTROL-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           PERFORM SELECT-TABLES-PARA THRU SELECT-TABLES-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.

           OPEN INPUT CAR-VSAM.
           IF NOT VSAM-OK
               DISPLAY "CARTAX: VSAM ERROR " VSAM-STATUS
                       " ON OPEN OF CARVS"
               MOVE "MAIN-PARAGRAPH" TO EXC-PARAGRAPH
               PERFORM REPORT-VSAM-EXCEPTION-PARA
                   THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT REG-TAX-FILE.
           OPEN OUTPUT TAX-REPORT.

           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-PARA-EXIT.

           MOVE LOW-VALUES TO CMD-KEY.
           START CAR-VSAM KEY IS >= CMD-KEY
               INVALID KEY
                   SET END-OF-VSAM TO TRUE
           END-START.

           PERFORM UNTIL END-OF-VSAM
               READ CAR-VSAM NEXT RECORD
                   AT END SET END-OF-VSAM TO TRUE
               END-READ
               IF NOT END-OF-VSAM
                   ADD 1 TO MODELS-READ
                   PERFORM CLASSIFY-MODEL-PARA
                           THRU CLASSIFY-MODEL-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM WRITE-BRAND-TOTAL-PARA
                   THRU WRITE-BRAND-TOTAL-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE CAR-VSAM.
           CLOSE REG-TAX-FILE.
           CLOSE TAX-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "ASOF=20270101", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * ASOF=GGGGMMDD - dan za koji se trazi vazeca tablica razreda;
      * neispravan datum prekida obradu s RC 8.
       APPLY-PARM-TAX-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "ASOF"
                           IF KW-VALUE(KW-IDX)(1:8) IS NUMERIC
                               AND KW-VALUE(KW-IDX)(9:) = SPACES
                               MOVE KW-VALUE(KW-IDX)(1:8)
                                   TO WS-CTL-DATE
                               IF FUNCTION TEST-DATE-YYYYMMDD(
                                       WS-CTL-DATE) = 0
                                   MOVE WS-CTL-DATE TO WS-ASOF-DATE
                               ELSE
                                   DISPLAY "CARTAX: INVALID ASOF= "
                                           KW-VALUE(KW-IDX)
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           ELSE
                               DISPLAY "CARTAX: INVALID ASOF= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-TAX-PARA-EXIT.
           EXIT.

       LOAD-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE.

           READ CONTROL-FILE
               AT END SET END-OF-CONTROL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CONTROL
               IF CONTROL-RECORD NOT = SPACES
                       AND CONTROL-RECORD(1:1) NOT = "*"
                   PERFORM APPLY-CONTROL-PARA
                           THRU APPLY-CONTROL-PARA-EXIT
               END-IF
               READ CONTROL-FILE
                   AT END SET END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CONTROL-FILE.

           IF WS-BRACKET-COUNT = 0
               DISPLAY "CARTAX: NO BRACKET LINES IN CONTROL FILE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-CONTROL-PARA-EXIT.
           EXIT.

       APPLY-CONTROL-PARA.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-FROM WS-CTL-CODE
                          WS-CTL-MAX-HP WS-CTL-MAX-PRICE WS-CTL-BASE
                          WS-CTL-PCT.
           UNSTRING CONTROL-RECORD DELIMITED BY '|'
               INTO WS-CTL-KEYWORD WS-CTL-FROM WS-CTL-CODE
                    WS-CTL-MAX-HP WS-CTL-MAX-PRICE WS-CTL-BASE
                    WS-CTL-PCT
           END-UNSTRING.

           IF FUNCTION TRIM(WS-CTL-KEYWORD) NOT = "BRACKET"
               GO TO APPLY-CONTROL-ERROR
           END-IF.
           IF WS-CTL-FROM(1:8) IS NOT NUMERIC
               OR WS-CTL-FROM(9:) NOT = SPACES
               GO TO APPLY-CONTROL-ERROR
           END-IF.
           MOVE WS-CTL-FROM(1:8) TO WS-CTL-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTL-DATE) NOT = 0
               OR WS-CTL-CODE = SPACES
               OR WS-CTL-CODE(5:) NOT = SPACES
               OR FUNCTION TRIM(WS-CTL-MAX-HP) IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-CTL-MAX-PRICE)) NOT = 0
               OR FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-CTL-BASE)) NOT = 0
               OR FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-CTL-PCT)) NOT = 0
               OR WS-BRACKET-COUNT >= WS-MAX-BRACKETS
               GO TO APPLY-CONTROL-ERROR
           END-IF.
           IF WS-BRACKET-COUNT > 0
               IF WS-CTL-DATE < BK-FROM-DATE(WS-BRACKET-COUNT)
                   GO TO APPLY-CONTROL-ERROR
               END-IF
           END-IF.

           ADD 1 TO WS-BRACKET-COUNT.
           MOVE WS-CTL-DATE TO BK-FROM-DATE(WS-BRACKET-COUNT).
           MOVE WS-CTL-CODE TO BK-CODE(WS-BRACKET-COUNT).
           COMPUTE BK-MAX-HP(WS-BRACKET-COUNT) =
                   FUNCTION NUMVAL(WS-CTL-MAX-HP).
           COMPUTE BK-MAX-PRICE(WS-BRACKET-COUNT) =
                   FUNCTION NUMVAL(WS-CTL-MAX-PRICE).
           COMPUTE BK-BASE(WS-BRACKET-COUNT) =
                   FUNCTION NUMVAL(WS-CTL-BASE).
           COMPUTE BK-PCT(WS-BRACKET-COUNT) =
                   FUNCTION NUMVAL(WS-CTL-PCT).
           GO TO APPLY-CONTROL-PARA-EXIT.

       APPLY-CONTROL-ERROR.
           DISPLAY "CARTAX: INVALID CONTROL LINE - "
                   CONTROL-RECORD(1:50).
           MOVE 8 TO RETURN-CODE.

       APPLY-CONTROL-PARA-EXIT.
           EXIT.

      * Vazeca tablica je ona s najvecim datumom do ASOF, prethodna
      * ona s najvecim datumom prije vazece.
       SELECT-TABLES-PARA.
           MOVE ZEROS TO WS-CURR-TABLE WS-PREV-TABLE.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > WS-BRACKET-COUNT
               IF BK-FROM-DATE(BKT-IDX) <= WS-ASOF-DATE
                   MOVE BK-FROM-DATE(BKT-IDX) TO WS-CURR-TABLE
               END-IF
           END-PERFORM.

           IF WS-CURR-TABLE = 0
               DISPLAY "CARTAX: NO BRACKET TABLE EFFECTIVE ON "
                       WS-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               GO TO SELECT-TABLES-PARA-EXIT
           END-IF.

           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > WS-BRACKET-COUNT
               IF BK-FROM-DATE(BKT-IDX) < WS-CURR-TABLE
                   MOVE BK-FROM-DATE(BKT-IDX) TO WS-PREV-TABLE
               END-IF
           END-PERFORM.

       SELECT-TABLES-PARA-EXIT.
           EXIT.

      * Puni EXCHANGE-RATE-TABLE iz RATEFL; EUR kao bazna valuta
      * stope 1.0 se doda ako je feed ne sadrzi - kao CARRPT.
       LOAD-RATES-PARA.
           OPEN INPUT RATE-FILE.

           READ RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES
                   OR WS-RATE-COUNT NOT LESS THAN WS-MAX-RATES
               IF RTF-CODE NOT = SPACES
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RTF-CODE TO ER-CODE(WS-RATE-COUNT)
                   MOVE RTF-RATE TO ER-RATE(WS-RATE-COUNT)
               END-IF
               READ RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.

           MOVE 'N' TO WS-RATES-OK.
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-RATE-COUNT
               IF ER-CODE(ER-IDX) = "EUR"
                   MOVE 'Y' TO WS-RATES-OK
               END-IF
           END-PERFORM.
           IF NOT CONVERSION-POSSIBLE
               AND WS-RATE-COUNT < WS-MAX-RATES
               ADD 1 TO WS-RATE-COUNT
               MOVE "EUR" TO ER-CODE(WS-RATE-COUNT)
               MOVE 1.000000 TO ER-RATE(WS-RATE-COUNT)
           END-IF.

       LOAD-RATES-PARA-EXIT.
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REGISTRATION TAX SCHEDULE AS OF " WS-ASOF-DATE
                  "   BRACKET TABLE " WS-CURR-TABLE
                  "   PREVIOUS TABLE " WS-PREV-TABLE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > WS-BRACKET-COUNT
               IF BK-FROM-DATE(BKT-IDX) = WS-CURR-TABLE
                   MOVE BK-MAX-HP(BKT-IDX) TO WS-HP-EDIT
                   MOVE BK-MAX-PRICE(BKT-IDX) TO WS-AMOUNT-EDIT
                   MOVE BK-BASE(BKT-IDX) TO WS-AMOUNT-EDIT-2
                   MOVE BK-PCT(BKT-IDX) TO WS-PCT-EDIT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  BRACKET " BK-CODE(BKT-IDX)
                          " UP TO " WS-HP-EDIT " PS"
                          " AND " WS-AMOUNT-EDIT " EUR"
                          "  TAX " WS-AMOUNT-EDIT-2 " EUR + "
                          WS-PCT-EDIT " % OF PRICE"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE
                   WRITE TAX-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    VERSION                          PS"
                  "    PRICE EUR  BRKT      TAX EUR"
                  "  TAX CATALOG CCY  CHANGE"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

       WRITE-HEADINGS-PARA-EXIT.
           EXIT.

      * Jedan model: cijena u EUR, razred po vazecoj i prethodnoj
      * tablici, porez u EUR i valuti kataloga.
       CLASSIFY-MODEL-PARA.
           IF CMD-BRAND NOT = WS-LAST-BRAND
               IF WS-LAST-BRAND NOT = SPACES
                   PERFORM WRITE-BRAND-TOTAL-PARA
                           THRU WRITE-BRAND-TOTAL-PARA-EXIT
               END-IF
               MOVE CMD-BRAND TO WS-LAST-BRAND
               MOVE SPACES TO WS-LAST-MODEL
               MOVE ZEROS TO WS-BRAND-MODELS WS-BRAND-CHANGED
                             WS-BRAND-TAX-EUR
               MOVE SPACES TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "BRAND " CMD-BRAND
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
           END-IF.
           IF CMD-MODEL NOT = WS-LAST-MODEL
               MOVE CMD-MODEL TO WS-LAST-MODEL
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  MODEL " CMD-MODEL
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
           END-IF.

           IF CMD-HP-PS = 0
               MOVE "NO ENGINE POWER (PS)" TO WS-REJECT-REASON
               PERFORM SKIP-MODEL-PARA THRU SKIP-MODEL-PARA-EXIT
               GO TO CLASSIFY-MODEL-PARA-EXIT
           END-IF.
           IF CMD-PRICE = 0
               MOVE "NO PRICE IN CATALOG" TO WS-REJECT-REASON
               PERFORM SKIP-MODEL-PARA THRU SKIP-MODEL-PARA-EXIT
               GO TO CLASSIFY-MODEL-PARA-EXIT
           END-IF.

           PERFORM CONVERT-PRICE-PARA THRU CONVERT-PRICE-PARA-EXIT.
           IF NOT CONVERSION-POSSIBLE
               MOVE "NO EXCHANGE RATE FOR CURRENCY" TO WS-REJECT-REASON
               PERFORM SKIP-MODEL-PARA THRU SKIP-MODEL-PARA-EXIT
               GO TO CLASSIFY-MODEL-PARA-EXIT
           END-IF.

           MOVE WS-CURR-TABLE TO WS-FIND-TABLE.
           PERFORM FIND-BRACKET-PARA THRU FIND-BRACKET-PARA-EXIT.
           IF WS-FIND-POS = 0
               MOVE "NO MATCHING BRACKET" TO WS-REJECT-REASON
               PERFORM SKIP-MODEL-PARA THRU SKIP-MODEL-PARA-EXIT
               GO TO CLASSIFY-MODEL-PARA-EXIT
           END-IF.
           MOVE WS-FIND-CODE TO WS-CURR-CODE.
           MOVE WS-FIND-POS TO WS-CURR-POS.

           MOVE SPACES TO WS-PREV-CODE.
           IF WS-PREV-TABLE > 0
               MOVE WS-PREV-TABLE TO WS-FIND-TABLE
               PERFORM FIND-BRACKET-PARA THRU FIND-BRACKET-PARA-EXIT
               MOVE WS-FIND-CODE TO WS-PREV-CODE
           END-IF.

           COMPUTE WS-TAX-EUR ROUNDED = BK-BASE(WS-CURR-POS)
                   + WS-PRICE-EUR * BK-PCT(WS-CURR-POS) / 100
               ON SIZE ERROR MOVE 9999999.99 TO WS-TAX-EUR
           END-COMPUTE.
           COMPUTE WS-TAX-CATALOG ROUNDED =
                   WS-TAX-EUR / WS-EUR-RATE * WS-CATALOG-RATE
               ON SIZE ERROR MOVE 9999999.99 TO WS-TAX-CATALOG
           END-COMPUTE.

           MOVE SPACES TO REG-TAX-RECORD.
           MOVE CMD-KEY             TO TAX-CAR-KEY.
           MOVE WS-CURR-TABLE       TO TAX-EFFECTIVE-DATE.
           MOVE WS-CURR-CODE        TO TAX-BRACKET.
           MOVE WS-PREV-CODE        TO TAX-PREV-BRACKET.
           MOVE SPACES TO WS-CHANGE-TEXT.
           IF WS-PREV-TABLE > 0
               IF WS-PREV-CODE = SPACES
                   SET TAX-BRACKET-NEW TO TRUE
                   ADD 1 TO MODELS-NEW
                   MOVE "NEW - NO BRACKET" TO WS-CHANGE-TEXT
               ELSE
                   IF WS-PREV-CODE NOT = WS-CURR-CODE
                       SET TAX-BRACKET-CHANGED TO TRUE
                       ADD 1 TO MODELS-CHANGED
                       ADD 1 TO WS-BRAND-CHANGED
                       STRING "*** WAS " WS-PREV-CODE
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   ELSE
                       SET TAX-BRACKET-SAME TO TRUE
                   END-IF
               END-IF
           ELSE
               SET TAX-BRACKET-SAME TO TRUE
           END-IF.
           MOVE CMD-HP-PS           TO TAX-HP-PS.
           MOVE WS-PRICE-EUR        TO TAX-PRICE-EUR.
           MOVE WS-TAX-EUR          TO TAX-AMOUNT-EUR.
           MOVE CMD-CURRENCY        TO TAX-CURRENCY.
           MOVE WS-TAX-CATALOG      TO TAX-AMOUNT.
           MOVE WS-RUN-NUMBER       TO TAX-RUN-NUMBER.
           WRITE REG-TAX-RECORD.

           ADD 1 TO MODELS-CLASSIFIED.
           ADD 1 TO WS-BRAND-MODELS.
           ADD WS-TAX-EUR TO WS-BRAND-TAX-EUR.

           MOVE CMD-HP-PS TO WS-HP-EDIT.
           MOVE WS-PRICE-EUR TO WS-AMOUNT-EDIT.
           MOVE WS-TAX-EUR TO WS-AMOUNT-EDIT-2.
           MOVE WS-TAX-CATALOG TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " CMD-VERSION " " WS-HP-EDIT
                  " " WS-AMOUNT-EDIT "  " WS-CURR-CODE
                  " " WS-AMOUNT-EDIT-2 "     " WS-AMOUNT-EDIT-3
                  " " CMD-CURRENCY "  " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

       CLASSIFY-MODEL-PARA-EXIT.
           EXIT.

      * Prvi razred tablice WS-FIND-TABLE u koji model stane po snazi
      * i cijeni u EUR (0 = bez gornje granice).
       FIND-BRACKET-PARA.
           MOVE SPACES TO WS-FIND-CODE.
           MOVE ZEROS TO WS-FIND-POS.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > WS-BRACKET-COUNT
               IF BK-FROM-DATE(BKT-IDX) = WS-FIND-TABLE
                   AND (BK-MAX-HP(BKT-IDX) = 0
                        OR CMD-HP-PS <= BK-MAX-HP(BKT-IDX))
                   AND (BK-MAX-PRICE(BKT-IDX) = 0
                        OR WS-PRICE-EUR <= BK-MAX-PRICE(BKT-IDX))
                   MOVE BK-CODE(BKT-IDX) TO WS-FIND-CODE
                   SET WS-FIND-POS TO BKT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BRACKET-PARA-EXIT.
           EXIT.

      * CMD-PRICE u EUR; tecajevi valute kataloga i EUR-a ostaju za
      * povratni preracun poreza u valutu kataloga.
       CONVERT-PRICE-PARA.
           MOVE ZEROS TO WS-PRICE-EUR WS-CATALOG-RATE WS-EUR-RATE.
           MOVE 'N' TO WS-RATES-OK.
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-RATE-COUNT
               IF ER-CODE(ER-IDX) = CMD-CURRENCY
                   MOVE ER-RATE(ER-IDX) TO WS-CATALOG-RATE
               END-IF
               IF ER-CODE(ER-IDX) = "EUR"
                   MOVE ER-RATE(ER-IDX) TO WS-EUR-RATE
               END-IF
           END-PERFORM.

           IF WS-CATALOG-RATE = 0 OR WS-EUR-RATE = 0
               GO TO CONVERT-PRICE-PARA-EXIT
           END-IF.

           MOVE 'Y' TO WS-RATES-OK.
           COMPUTE WS-PRICE-EUR ROUNDED =
               CMD-PRICE / WS-CATALOG-RATE * WS-EUR-RATE.

       CONVERT-PRICE-PARA-EXIT.
           EXIT.

       SKIP-MODEL-PARA.
           ADD 1 TO MODELS-SKIPPED.
           DISPLAY "CARTAX: " FUNCTION TRIM(CMD-BRAND) "/"
                   FUNCTION TRIM(CMD-MODEL) "/"
                   FUNCTION TRIM(CMD-VERSION) " NOT CLASSIFIED - "
                   FUNCTION TRIM(WS-REJECT-REASON).
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " CMD-VERSION " NOT CLASSIFIED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

       SKIP-MODEL-PARA-EXIT.
           EXIT.

       WRITE-BRAND-TOTAL-PARA.
           IF WS-LAST-BRAND = SPACES
               GO TO WRITE-BRAND-TOTAL-PARA-EXIT
           END-IF.
           MOVE WS-BRAND-TAX-EUR TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " WS-LAST-BRAND(1:20)
                  " CLASSIFIED " WS-BRAND-MODELS
                  "  BRACKET CHANGES " WS-BRAND-CHANGED
                  "  TAX TOTAL EUR " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

       WRITE-BRAND-TOTAL-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MODELS READ: " MODELS-READ
                  "  CLASSIFIED: " MODELS-CLASSIFIED
                  "  NOT CLASSIFIED: " MODELS-SKIPPED
                  "  BRACKET CHANGED: " MODELS-CHANGED
                  "  NO BRACKET BEFORE: " MODELS-NEW
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           MOVE "CARTAX" TO EXC-PROGRAM-ID
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
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
           MOVE "CARTAX"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE MODELS-READ TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
