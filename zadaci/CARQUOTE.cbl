      ******************************************************************
      *    CARQUOTE - Ponude kupcima za modele iz kataloga. Svaki red  *
      *               QTTRX-a (pipe-delimitirano: QUOTE|marka|model|   *
      *               generacija|verzija|kupac|valuta kupca|oprema 1|  *
      *               ...|oprema 8) cita model iz CAR-VSAM (osnovna    *
      *               cijena CMD-PRICE), dodaje odabranu opremu po     *
      *               cjeniku opreme EQPRFL (EQ-NAME|cijena|valuta),   *
      *               primjenjuje aktivnu cjenovnu kampanju iz CMPGFL  *
      *               (pravila u CARPRICE-ovom PRCFL obliku: marka|    *
      *               model ili "*"|PCT ili ABS|iznos|valuta, uz       *
      *               razdoblje vazenja od|do - kampanja je privremena *
      *               i ne prepisuje katalog), konvertira u valutu     *
      *               kupca preko RATEFL tecaja (kao CARRPT) i         *
      *               obracunava PDV (PARM VATRATE=, default 25.00).   *
      *               Ponuda dobiva broj (najveci u QUOTEFL + 1),      *
      *               vrijedi PARM VALIDDAYS= dana (default 30),       *
      *               dopisuje se u QUOTEFL (vidi zadaci/copylib/      *
      *               QUOTEREC) i ispisuje za kupca u QTDOC - umjesto  *
      *               tablice koju prodaja slaze iz CARLOOK ispisa.    *
      *               Procjena poreza pri registraciji iz CARTAX-ovog  *
      *               TAXFL-a (razred i porez u EUR) se preracuna u    *
      *               valutu kupca i ispisuje uz ponudu, izvan PDV-a.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARQUOTE.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-TRX-FILE ASSIGN TO QTTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT EQUIP-PRICE-FILE ASSIGN TO EQPRFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO CMPGFL
                  ORGANIZATION IS SEQUENTIAL.

      * Tecajna datoteka - jedan red po valuti: kod (3) razmak stopa
      * 9(3)V9(6) kao znamenke, npr. "USD 001080000".
           SELECT RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL QUOTE-FILE ASSIGN TO QUOTEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REG-TAX-FILE ASSIGN TO TAXFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT QUOTE-DOCUMENT ASSIGN TO QTDOC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT QUOTE-REPORT ASSIGN TO QTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-TRX-FILE RECORDING MODE F.
       01 QUOTE-TRX-RECORD PIC X(400).

       FD CAR-VSAM.
           COPY CARDET.

       FD EQUIP-PRICE-FILE RECORDING MODE F.
       01 EQUIP-PRICE-RECORD PIC X(80).

       FD CAMPAIGN-FILE RECORDING MODE F.
       01 CAMPAIGN-RECORD PIC X(150).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).

       FD QUOTE-FILE.
           COPY QUOTEREC.

       FD REG-TAX-FILE.
           COPY TAXREC.

       FD QUOTE-DOCUMENT.
       01 QUOTE-DOCUMENT-LINE PIC X(80).

       FD QUOTE-REPORT.
       01 QUOTE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-QUOTE-EOF     PIC X VALUE 'N'.
           88 END-OF-QUOTES VALUE 'Y'.
       01 WS-EQP-EOF       PIC X VALUE 'N'.
           88 END-OF-EQUIP  VALUE 'Y'.
       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-CAMPAIGNS VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.
       01 WS-TAX-EOF       PIC X VALUE 'N'.
           88 END-OF-TAX    VALUE 'Y'.
       01 WS-TAX-FOUND     PIC X VALUE 'N'.
           88 REG-TAX-FOUND VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 QUOTE-COUNT      PIC 9(5) VALUE ZEROS.
       01 CAMPAIGN-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 TEMP-DOC-LINE    PIC X(80).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljena polja jednog reda zahtjeva za ponudu.
       01 WS-TRX-ACTION    PIC X(8)  VALUE SPACES.
           88 TRX-IS-QUOTE  VALUE "QUOTE".
       01 WS-TRX-BRAND     PIC X(50) VALUE SPACES.
       01 WS-TRX-MODEL     PIC X(50) VALUE SPACES.
       01 WS-TRX-GEN       PIC X(50) VALUE SPACES.
       01 WS-TRX-VERSION   PIC X(30) VALUE SPACES.
       01 WS-TRX-CUSTOMER  PIC X(40) VALUE SPACES.
       01 WS-TRX-CURRENCY  PIC X(3)  VALUE SPACES.
       01 WS-TRX-OPTIONS.
           05 WS-TRX-OPTION OCCURS 8 TIMES PIC X(20).
       01 WS-OPT-SUB       PIC 9(2) VALUE ZEROS.

      * Cjenik opreme iz EQPRFL.
       01 WS-MAX-EQUIP     PIC 9(3) VALUE 500.
       01 WS-EQUIP-COUNT   PIC 9(3) VALUE 0.
       01 EQUIP-PRICE-TABLE.
           02 EQUIP-PRICE-ENTRY OCCURS 1 TO 500 TIMES
                                 DEPENDING ON WS-EQUIP-COUNT
                                 INDEXED BY EQP-IDX.
              03 EP-NAME      PIC X(20).
              03 EP-PRICE     PIC 9(7)V99.
              03 EP-CURRENCY  PIC X(3).
       01 WS-EQP-NAME      PIC X(20).
       01 WS-EQP-PRICE     PIC X(15).
       01 WS-EQP-CURRENCY  PIC X(3).

      * Kampanje iz CMPGFL - prvo aktivno pravilo koje odgovara
      * modelu se primjenjuje (kao CARPRICE).
       01 WS-MAX-RULES     PIC 9(3) VALUE 100.
       01 WS-RULE-COUNT    PIC 9(3) VALUE 0.
       01 RULE-TABLE.
           02 RULE-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-RULE-COUNT
                          INDEXED BY RUL-IDX.
              03 RT-BRAND     PIC X(50).
              03 RT-MODEL     PIC X(50).
              03 RT-TYPE      PIC X(3).
                 88 RT-IS-PCT  VALUE "PCT".
                 88 RT-IS-ABS  VALUE "ABS".
              03 RT-AMOUNT    PIC S9(7)V99.
              03 RT-CURRENCY  PIC X(3).
              03 RT-FROM-DATE PIC 9(8).
              03 RT-TO-DATE   PIC 9(8).
       01 WS-CTL-BRAND     PIC X(50).
       01 WS-CTL-MODEL     PIC X(50).
       01 WS-CTL-TYPE      PIC X(10).
       01 WS-CTL-AMOUNT    PIC X(15).
       01 WS-CTL-CURRENCY  PIC X(3).
       01 WS-CTL-FROM      PIC X(8).
       01 WS-CTL-TO        PIC X(8).
       01 WS-RULE-APPLIED  PIC 9(3) VALUE ZEROS.

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

      * Konverzija jednog iznosa iz WS-CONV-FROM u WS-CONV-TO.
       01 WS-CONV-AMOUNT   PIC S9(7)V99 VALUE ZEROS.
       01 WS-CONV-FROM     PIC X(3) VALUE SPACES.
       01 WS-CONV-TO       PIC X(3) VALUE SPACES.
       01 WS-CONV-RESULT   PIC S9(7)V99 VALUE ZEROS.
       01 WS-SOURCE-RATE   PIC 9(3)V9(6).
       01 WS-TARGET-RATE   PIC 9(3)V9(6).

      * Iznosi tekuce ponude.
       01 WS-BASE-PRICE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-OPTIONS-PRICE PIC 9(7)V99 VALUE ZEROS.
       01 WS-CAMPAIGN-ADJ  PIC S9(7)V99 VALUE ZEROS.
       01 WS-NET-PRICE     PIC S9(7)V99 VALUE ZEROS.
       01 WS-NET-CUSTOMER  PIC 9(7)V99 VALUE ZEROS.
       01 WS-VAT-CUSTOMER  PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-CUSTOMER PIC 9(7)V99 VALUE ZEROS.
       01 WS-OPTION-COUNT  PIC 9 VALUE ZEROS.
       01 WS-OPTION-NAMES.
           05 WS-OPTION-NAME OCCURS 8 TIMES PIC X(20).
       01 WS-OPTION-PRICES.
           05 WS-OPTION-PRICE OCCURS 8 TIMES PIC 9(7)V99.
       01 WS-CUSTOMER-CURRENCY PIC X(3) VALUE SPACES.

      * Procjena poreza pri registraciji (TAXFL) u valuti kupca.
       01 WS-TAX-BRACKET   PIC X(4) VALUE SPACES.
       01 WS-REG-TAX-CUSTOMER PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-WITH-TAX PIC 9(7)V99 VALUE ZEROS.

      * Sljedeci broj ponude - najveci QTE-QUOTE-NO u QUOTEFL + 1.
       01 WS-NEXT-QUOTE-NO PIC 9(6) VALUE ZEROS.
       01 WS-VALID-TO      PIC 9(8) VALUE ZEROS.

      * Stopa PDV-a (VATRATE=) i rok vazenja ponude (VALIDDAYS=).
       01 WS-VAT-RATE      PIC 9(2)V99 VALUE 25.00.
       01 WS-VALID-DAYS    PIC 9(3) VALUE 30.

      * Ispisni oblici za ponudu i izvjestaj.
       01 WS-AMOUNT-EDIT   PIC -,---,--9.99.
       01 WS-RATE-EDIT     PIC Z9.99.
       01 WS-DATE-EDIT.
           05 WS-DE-DAY     PIC 9(2).
           05 FILLER        PIC X VALUE '.'.
           05 WS-DE-MONTH   PIC 9(2).
           05 FILLER        PIC X VALUE '.'.
           05 WS-DE-YEAR    PIC 9(4).
       01 WS-DATE-IN       PIC 9(8) VALUE ZEROS.
       01 WS-LINE-CURRENCY PIC X(3) VALUE SPACES.

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
      * odbijeni zahtjevi, 8=greska u podacima/PARM-u,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-QUOTE-PARA
                       THRU APPLY-PARM-QUOTE-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-VALID-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
                   + WS-VALID-DAYS).

           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM LOAD-EQUIPMENT-PARA THRU LOAD-EQUIPMENT-PARA-EXIT.
           PERFORM LOAD-CAMPAIGNS-PARA THRU LOAD-CAMPAIGNS-PARA-EXIT.
           PERFORM FIND-LAST-QUOTE-PARA THRU FIND-LAST-QUOTE-PARA-EXIT.

           OPEN INPUT QUOTE-TRX-FILE.
           OPEN INPUT CAR-VSAM.
           OPEN EXTEND QUOTE-FILE.
           OPEN OUTPUT QUOTE-DOCUMENT.
           OPEN OUTPUT QUOTE-REPORT.

           MOVE "CUSTOMER QUOTES" TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-VAT-RATE TO WS-RATE-EDIT.
           STRING "VAT RATE: " WS-RATE-EDIT " %"
                  "  VALID DAYS: " WS-VALID-DAYS
                  "  EQUIPMENT ITEMS: " WS-EQUIP-COUNT
                  "  ACTIVE CAMPAIGNS: " WS-RULE-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.
           MOVE SPACES TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.

           READ QUOTE-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF QUOTE-TRX-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   PERFORM BUILD-QUOTE-PARA
                           THRU BUILD-QUOTE-PARA-EXIT
               END-IF
               READ QUOTE-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL REQUESTS: " TOTAL-TRX
                  "  QUOTES: " QUOTE-COUNT
                  "  WITH CAMPAIGN: " CAMPAIGN-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE QUOTE-TRX-FILE.
           CLOSE CAR-VSAM.
           CLOSE QUOTE-FILE.
           CLOSE QUOTE-DOCUMENT.
           CLOSE QUOTE-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "VATRATE=25.00,VALIDDAYS=30", i puni KEYWORD-TABLE - vidi
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

      * VATRATE= (postotak, 0-99.99) i VALIDDAYS= (1-365); neispravna
      * vrijednost prekida obradu s RC 8.
       APPLY-PARM-QUOTE-PARA.
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
                               DISPLAY "CARQUOTE: INVALID VATRATE= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "VALIDDAYS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 1
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= 365
                               COMPUTE WS-VALID-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "CARQUOTE: INVALID VALIDDAYS= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-QUOTE-PARA-EXIT.
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

      * Cjenik opreme - EQ-NAME|cijena|valuta po redu.
       LOAD-EQUIPMENT-PARA.
           OPEN INPUT EQUIP-PRICE-FILE.

           READ EQUIP-PRICE-FILE
               AT END SET END-OF-EQUIP TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-EQUIP
                   OR WS-EQUIP-COUNT NOT LESS THAN WS-MAX-EQUIP
               MOVE SPACES TO WS-EQP-NAME WS-EQP-PRICE WS-EQP-CURRENCY
               UNSTRING EQUIP-PRICE-RECORD DELIMITED BY '|'
                   INTO WS-EQP-NAME WS-EQP-PRICE WS-EQP-CURRENCY
               END-UNSTRING
               IF WS-EQP-NAME NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-EQP-PRICE)) = 0
                   ADD 1 TO WS-EQUIP-COUNT
                   MOVE WS-EQP-NAME TO EP-NAME(WS-EQUIP-COUNT)
                   COMPUTE EP-PRICE(WS-EQUIP-COUNT) =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-EQP-PRICE))
                   MOVE WS-EQP-CURRENCY TO EP-CURRENCY(WS-EQUIP-COUNT)
               ELSE
                   DISPLAY "CARQUOTE: INVALID EQUIPMENT PRICE LINE - "
                           EQUIP-PRICE-RECORD(1:40)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               READ EQUIP-PRICE-FILE
                   AT END SET END-OF-EQUIP TO TRUE
               END-READ
           END-PERFORM.

           CLOSE EQUIP-PRICE-FILE.

       LOAD-EQUIPMENT-PARA-EXIT.
           EXIT.

      * Kampanje aktivne na danasnji datum (od/do prazno = bez
      * granice); ostale se preskacu vec pri ucitavanju.
       LOAD-CAMPAIGNS-PARA.
           OPEN INPUT CAMPAIGN-FILE.

           READ CAMPAIGN-FILE
               AT END SET END-OF-CAMPAIGNS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CAMPAIGNS
                   OR WS-RULE-COUNT NOT LESS THAN WS-MAX-RULES
               MOVE SPACES TO WS-CTL-BRAND WS-CTL-MODEL WS-CTL-TYPE
                              WS-CTL-AMOUNT WS-CTL-CURRENCY
                              WS-CTL-FROM WS-CTL-TO
               UNSTRING CAMPAIGN-RECORD DELIMITED BY '|'
                   INTO WS-CTL-BRAND, WS-CTL-MODEL, WS-CTL-TYPE,
                        WS-CTL-AMOUNT, WS-CTL-CURRENCY,
                        WS-CTL-FROM, WS-CTL-TO
               END-UNSTRING

               IF (FUNCTION TRIM(WS-CTL-TYPE) = "PCT"
                       OR FUNCTION TRIM(WS-CTL-TYPE) = "ABS")
                   AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-CTL-AMOUNT)) = 0
                   IF (WS-CTL-FROM = SPACES
                           OR (WS-CTL-FROM IS NUMERIC
                               AND WS-CTL-FROM <= WS-TODAY-DATE-NUM))
                       AND (WS-CTL-TO = SPACES
                           OR (WS-CTL-TO IS NUMERIC
                               AND WS-CTL-TO >= WS-TODAY-DATE-NUM))
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-CTL-BRAND TO RT-BRAND(WS-RULE-COUNT)
                       MOVE WS-CTL-MODEL TO RT-MODEL(WS-RULE-COUNT)
                       MOVE WS-CTL-TYPE(1:3) TO RT-TYPE(WS-RULE-COUNT)
                       COMPUTE RT-AMOUNT(WS-RULE-COUNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(WS-CTL-AMOUNT))
                       MOVE WS-CTL-CURRENCY
                           TO RT-CURRENCY(WS-RULE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "CARQUOTE: INVALID CAMPAIGN LINE - "
                           CAMPAIGN-RECORD(1:40)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               READ CAMPAIGN-FILE
                   AT END SET END-OF-CAMPAIGNS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGN-FILE.

       LOAD-CAMPAIGNS-PARA-EXIT.
           EXIT.

      * Najveci broj ponude u QUOTEFL - sljedeci je za jedan veci.
       FIND-LAST-QUOTE-PARA.
           OPEN INPUT QUOTE-FILE.

           READ QUOTE-FILE
               AT END SET END-OF-QUOTES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-QUOTES
               IF QTE-QUOTE-NO IS NUMERIC
                       AND QTE-QUOTE-NO > WS-NEXT-QUOTE-NO
                   MOVE QTE-QUOTE-NO TO WS-NEXT-QUOTE-NO
               END-IF
               READ QUOTE-FILE
                   AT END SET END-OF-QUOTES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE QUOTE-FILE.

       FIND-LAST-QUOTE-PARA-EXIT.
           EXIT.

      * Jedan zahtjev: model, oprema, kampanja, valuta kupca, PDV.
       BUILD-QUOTE-PARA.
           MOVE SPACES TO WS-TRX-ACTION WS-TRX-BRAND WS-TRX-MODEL
                          WS-TRX-GEN WS-TRX-VERSION WS-TRX-CUSTOMER
                          WS-TRX-CURRENCY WS-TRX-OPTIONS.

           UNSTRING QUOTE-TRX-RECORD DELIMITED BY "|"
               INTO WS-TRX-ACTION WS-TRX-BRAND WS-TRX-MODEL
                    WS-TRX-GEN WS-TRX-VERSION WS-TRX-CUSTOMER
                    WS-TRX-CURRENCY
                    WS-TRX-OPTION(1) WS-TRX-OPTION(2)
                    WS-TRX-OPTION(3) WS-TRX-OPTION(4)
                    WS-TRX-OPTION(5) WS-TRX-OPTION(6)
                    WS-TRX-OPTION(7) WS-TRX-OPTION(8)
           END-UNSTRING.

           IF NOT TRX-IS-QUOTE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.

           IF WS-TRX-CUSTOMER = SPACES
               MOVE "CUSTOMER NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.

           MOVE WS-TRX-BRAND   TO CMD-BRAND.
           MOVE WS-TRX-MODEL   TO CMD-MODEL.
           MOVE WS-TRX-GEN     TO CMD-MODEL-GEN.
           MOVE WS-TRX-VERSION TO CMD-VERSION.
           READ CAR-VSAM
               INVALID KEY
                   MOVE "MODEL NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO BUILD-QUOTE-PARA-EXIT
           END-READ.

           IF CMD-PRICE = 0
               MOVE "NO PRICE IN CATALOG" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.
           MOVE CMD-PRICE TO WS-BASE-PRICE.

           IF WS-TRX-CURRENCY = SPACES
               MOVE CMD-CURRENCY TO WS-CUSTOMER-CURRENCY
           ELSE
               MOVE WS-TRX-CURRENCY TO WS-CUSTOMER-CURRENCY
           END-IF.

      *     Oprema - svaka stavka mora biti u cjeniku, cijena se
      *     konvertira u valutu kataloga.
           MOVE ZEROS TO WS-OPTIONS-PRICE WS-OPTION-COUNT.
           MOVE SPACES TO WS-OPTION-NAMES.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > 8
               IF WS-TRX-OPTION(WS-OPT-SUB) NOT = SPACES
                   PERFORM PRICE-OPTION-PARA
                           THRU PRICE-OPTION-PARA-EXIT
                   IF WS-REJECT-REASON NOT = SPACES
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.

           PERFORM APPLY-CAMPAIGN-PARA THRU APPLY-CAMPAIGN-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.

           COMPUTE WS-NET-PRICE = WS-BASE-PRICE + WS-OPTIONS-PRICE
                   + WS-CAMPAIGN-ADJ.
           IF WS-NET-PRICE NOT > 0
               MOVE "CAMPAIGN LEAVES NO PRICE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.

      *     Osnovica u valuti kupca, PDV i ukupno.
           MOVE WS-NET-PRICE TO WS-CONV-AMOUNT.
           MOVE CMD-CURRENCY TO WS-CONV-FROM.
           MOVE WS-CUSTOMER-CURRENCY TO WS-CONV-TO.
           PERFORM CONVERT-AMOUNT-PARA THRU CONVERT-AMOUNT-PARA-EXIT.
           IF NOT CONVERSION-POSSIBLE
               MOVE "NO EXCHANGE RATE FOR CURRENCY" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO BUILD-QUOTE-PARA-EXIT
           END-IF.
           MOVE WS-CONV-RESULT TO WS-NET-CUSTOMER.
           COMPUTE WS-VAT-CUSTOMER ROUNDED =
                   WS-NET-CUSTOMER * WS-VAT-RATE / 100.
           COMPUTE WS-TOTAL-CUSTOMER = WS-NET-CUSTOMER
                   + WS-VAT-CUSTOMER.

           PERFORM FIND-REG-TAX-PARA THRU FIND-REG-TAX-PARA-EXIT.

           PERFORM WRITE-QUOTE-PARA THRU WRITE-QUOTE-PARA-EXIT.
           PERFORM PRINT-QUOTE-PARA THRU PRINT-QUOTE-PARA-EXIT.

       BUILD-QUOTE-PARA-EXIT.
           EXIT.

      * Jedna stavka opreme iz cjenika, u valuti kataloga.
       PRICE-OPTION-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING EQP-IDX FROM 1 BY 1
                   UNTIL EQP-IDX > WS-EQUIP-COUNT
               IF EP-NAME(EQP-IDX) = WS-TRX-OPTION(WS-OPT-SUB)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE SPACES TO WS-REJECT-REASON
               STRING "NO PRICE FOR " WS-TRX-OPTION(WS-OPT-SUB)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO PRICE-OPTION-PARA-EXIT
           END-IF.

           MOVE EP-PRICE(EQP-IDX) TO WS-CONV-AMOUNT.
           MOVE EP-CURRENCY(EQP-IDX) TO WS-CONV-FROM.
           IF WS-CONV-FROM = SPACES
               MOVE CMD-CURRENCY TO WS-CONV-FROM
           END-IF.
           MOVE CMD-CURRENCY TO WS-CONV-TO.
           PERFORM CONVERT-AMOUNT-PARA THRU CONVERT-AMOUNT-PARA-EXIT.
           IF NOT CONVERSION-POSSIBLE
               MOVE "NO EXCHANGE RATE FOR EQUIPMENT PRICE"
                   TO WS-REJECT-REASON
               GO TO PRICE-OPTION-PARA-EXIT
           END-IF.

           ADD 1 TO WS-OPTION-COUNT.
           MOVE WS-TRX-OPTION(WS-OPT-SUB)
               TO WS-OPTION-NAME(WS-OPTION-COUNT).
           MOVE WS-CONV-RESULT TO WS-OPTION-PRICE(WS-OPTION-COUNT).
           ADD WS-CONV-RESULT TO WS-OPTIONS-PRICE.

       PRICE-OPTION-PARA-EXIT.
           EXIT.

      * Prvo aktivno pravilo kampanje za marku i model (ili "*"):
      * PCT mijenja osnovnu cijenu vozila za postotak, ABS je
      * kampanjska cijena vozila (u valuti pravila). Oprema se ne
      * mijenja.
       APPLY-CAMPAIGN-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS TO WS-CAMPAIGN-ADJ.
           MOVE 0 TO WS-RULE-APPLIED.

           PERFORM VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT
                      OR WS-RULE-APPLIED > 0
               IF RT-BRAND(RUL-IDX) = CMD-BRAND
                   AND (FUNCTION TRIM(RT-MODEL(RUL-IDX)) = "*"
                        OR RT-MODEL(RUL-IDX) = CMD-MODEL)
                   SET WS-RULE-APPLIED TO RUL-IDX
               END-IF
           END-PERFORM.

           IF WS-RULE-APPLIED = 0
               GO TO APPLY-CAMPAIGN-PARA-EXIT
           END-IF.

           IF RT-IS-PCT(WS-RULE-APPLIED)
               COMPUTE WS-CAMPAIGN-ADJ ROUNDED =
                   WS-BASE-PRICE * RT-AMOUNT(WS-RULE-APPLIED) / 100
           ELSE
               MOVE RT-AMOUNT(WS-RULE-APPLIED) TO WS-CONV-AMOUNT
               MOVE RT-CURRENCY(WS-RULE-APPLIED) TO WS-CONV-FROM
               IF WS-CONV-FROM = SPACES
                   MOVE CMD-CURRENCY TO WS-CONV-FROM
               END-IF
               MOVE CMD-CURRENCY TO WS-CONV-TO
               PERFORM CONVERT-AMOUNT-PARA
                       THRU CONVERT-AMOUNT-PARA-EXIT
               IF NOT CONVERSION-POSSIBLE
                   MOVE "NO EXCHANGE RATE FOR CAMPAIGN PRICE"
                       TO WS-REJECT-REASON
                   GO TO APPLY-CAMPAIGN-PARA-EXIT
               END-IF
               COMPUTE WS-CAMPAIGN-ADJ = WS-CONV-RESULT - WS-BASE-PRICE
           END-IF.

       APPLY-CAMPAIGN-PARA-EXIT.
           EXIT.

      * Procjena poreza pri registraciji za model iz TAXFL-a (CARTAX),
      * preracunata iz EUR u valutu kupca. Model koji CARTAX nije
      * razvrstao ostaje bez razreda, a ponuda se svejedno izdaje.
       FIND-REG-TAX-PARA.
           MOVE SPACES TO WS-TAX-BRACKET.
           MOVE ZEROS TO WS-REG-TAX-CUSTOMER.

           MOVE 'N' TO WS-TAX-FOUND.
           MOVE 'N' TO WS-TAX-EOF.
           OPEN INPUT REG-TAX-FILE.
           READ REG-TAX-FILE
               AT END SET END-OF-TAX TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-TAX OR REG-TAX-FOUND
               IF TAX-CAR-KEY = CMD-KEY
                   SET REG-TAX-FOUND TO TRUE
               ELSE
                   READ REG-TAX-FILE
                       AT END SET END-OF-TAX TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE REG-TAX-FILE.

           IF NOT REG-TAX-FOUND
               GO TO FIND-REG-TAX-PARA-EXIT
           END-IF.

           MOVE TAX-AMOUNT-EUR TO WS-CONV-AMOUNT.
           MOVE "EUR" TO WS-CONV-FROM.
           MOVE WS-CUSTOMER-CURRENCY TO WS-CONV-TO.
           PERFORM CONVERT-AMOUNT-PARA THRU CONVERT-AMOUNT-PARA-EXIT.
           IF CONVERSION-POSSIBLE
               MOVE TAX-BRACKET TO WS-TAX-BRACKET
               MOVE WS-CONV-RESULT TO WS-REG-TAX-CUSTOMER
           END-IF.

       FIND-REG-TAX-PARA-EXIT.
           EXIT.

      * Sve stope su jedinice strane valute za 1 EUR, pa konverzija
      * ide preko EUR-a - kao CARRPT/CBLTYPE. Nepoznata valuta
      * ostavlja CONVERSION-POSSIBLE neistinitim.
       CONVERT-AMOUNT-PARA.
           MOVE ZEROS TO WS-CONV-RESULT.
           IF WS-CONV-FROM = WS-CONV-TO
               MOVE WS-CONV-AMOUNT TO WS-CONV-RESULT
               MOVE 'Y' TO WS-RATES-OK
               GO TO CONVERT-AMOUNT-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-RATES-OK.
           MOVE ZEROS TO WS-SOURCE-RATE WS-TARGET-RATE.
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-RATE-COUNT
               IF ER-CODE(ER-IDX) = WS-CONV-FROM
                   MOVE ER-RATE(ER-IDX) TO WS-SOURCE-RATE
               END-IF
               IF ER-CODE(ER-IDX) = WS-CONV-TO
                   MOVE ER-RATE(ER-IDX) TO WS-TARGET-RATE
               END-IF
           END-PERFORM.

           IF WS-SOURCE-RATE = 0 OR WS-TARGET-RATE = 0
               GO TO CONVERT-AMOUNT-PARA-EXIT
           END-IF.

           MOVE 'Y' TO WS-RATES-OK.
           COMPUTE WS-CONV-RESULT ROUNDED =
               WS-CONV-AMOUNT / WS-SOURCE-RATE * WS-TARGET-RATE.

       CONVERT-AMOUNT-PARA-EXIT.
           EXIT.

      * Dodjeljuje broj ponude i dopisuje je u QUOTEFL.
       WRITE-QUOTE-PARA.
           ADD 1 TO WS-NEXT-QUOTE-NO.

           MOVE SPACES TO QUOTE-RECORD.
           MOVE WS-NEXT-QUOTE-NO    TO QTE-QUOTE-NO.
           MOVE WS-TODAY-DATE-NUM   TO QTE-QUOTE-DATE.
           MOVE WS-VALID-TO         TO QTE-VALID-TO.
           MOVE CMD-KEY             TO QTE-CAR-KEY.
           MOVE WS-TRX-CUSTOMER     TO QTE-CUSTOMER.
           MOVE CMD-CURRENCY        TO QTE-CATALOG-CURRENCY.
           MOVE WS-BASE-PRICE       TO QTE-BASE-PRICE.
           MOVE WS-OPTIONS-PRICE    TO QTE-OPTIONS-PRICE.
           MOVE WS-CAMPAIGN-ADJ     TO QTE-CAMPAIGN-ADJ.
           MOVE WS-NET-PRICE        TO QTE-NET-PRICE.
           MOVE WS-OPTION-COUNT     TO QTE-OPTION-COUNT.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > 8
               MOVE WS-OPTION-NAME(WS-OPT-SUB)
                   TO QTE-OPTION-NAME(WS-OPT-SUB)
           END-PERFORM.
           MOVE WS-CUSTOMER-CURRENCY TO QTE-CURRENCY.
           MOVE WS-NET-CUSTOMER     TO QTE-NET-CUSTOMER.
           MOVE WS-VAT-RATE         TO QTE-VAT-RATE.
           MOVE WS-VAT-CUSTOMER     TO QTE-VAT-CUSTOMER.
           MOVE WS-TOTAL-CUSTOMER   TO QTE-TOTAL-CUSTOMER.
           MOVE WS-TAX-BRACKET      TO QTE-TAX-BRACKET.
           MOVE WS-REG-TAX-CUSTOMER TO QTE-REG-TAX-CUSTOMER.
           MOVE WS-RUN-NUMBER       TO QTE-RUN-NUMBER.
           WRITE QUOTE-RECORD.

           ADD 1 TO QUOTE-COUNT.
           IF WS-RULE-APPLIED > 0
               ADD 1 TO CAMPAIGN-COUNT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-TOTAL-CUSTOMER TO WS-AMOUNT-EDIT.
           STRING "QUOTE " WS-NEXT-QUOTE-NO
                  " " CMD-BRAND(1:15) " " CMD-MODEL(1:15)
                  " " WS-TRX-CUSTOMER(1:25)
                  " OPTIONS " WS-OPTION-COUNT
                  " TOTAL " WS-AMOUNT-EDIT " " WS-CUSTOMER-CURRENCY
                  " VALID TO " WS-VALID-TO
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.

       WRITE-QUOTE-PARA-EXIT.
           EXIT.

      * Ponuda za kupca - stavke u valuti kataloga, a osnovica, PDV i
      * ukupno u valuti kupca.
       PRINT-QUOTE-PARA.
           MOVE ALL "=" TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.

           MOVE SPACES TO TEMP-DOC-LINE.
           MOVE WS-TODAY-DATE-NUM TO WS-DATE-IN.
           PERFORM EDIT-DATE-PARA THRU EDIT-DATE-PARA-EXIT.
           STRING "QUOTE " WS-NEXT-QUOTE-NO "   DATE " WS-DATE-EDIT
               DELIMITED BY SIZE INTO TEMP-DOC-LINE.
           MOVE WS-VALID-TO TO WS-DATE-IN.
           PERFORM EDIT-DATE-PARA THRU EDIT-DATE-PARA-EXIT.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           STRING TEMP-DOC-LINE(1:29) "   VALID UNTIL " WS-DATE-EDIT
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.

           MOVE SPACES TO TEMP-DOC-LINE.
           STRING "CUSTOMER: " WS-TRX-CUSTOMER
               DELIMITED BY SIZE INTO TEMP-DOC-LINE.
           MOVE TEMP-DOC-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO TEMP-DOC-LINE.
           STRING "VEHICLE:  " CMD-BRAND(1:20) " " CMD-MODEL(1:20)
                  " " CMD-VERSION(1:20)
               DELIMITED BY SIZE INTO TEMP-DOC-LINE.
           MOVE TEMP-DOC-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.

           MOVE CMD-CURRENCY TO WS-LINE-CURRENCY.
           MOVE WS-BASE-PRICE TO WS-AMOUNT-EDIT.
           MOVE "BASE PRICE" TO TEMP-DOC-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPTION-COUNT
               MOVE WS-OPTION-PRICE(WS-OPT-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-DOC-LINE
               STRING "  + " WS-OPTION-NAME(WS-OPT-SUB)
                   DELIMITED BY SIZE INTO TEMP-DOC-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-PERFORM.
           IF WS-RULE-APPLIED > 0
               MOVE WS-CAMPAIGN-ADJ TO WS-AMOUNT-EDIT
               MOVE "CAMPAIGN" TO TEMP-DOC-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-IF.
           MOVE WS-NET-PRICE TO WS-AMOUNT-EDIT.
           MOVE "NET PRICE" TO TEMP-DOC-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.

           MOVE WS-CUSTOMER-CURRENCY TO WS-LINE-CURRENCY.
           MOVE WS-NET-CUSTOMER TO WS-AMOUNT-EDIT.
           MOVE "NET PRICE" TO TEMP-DOC-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           MOVE WS-VAT-CUSTOMER TO WS-AMOUNT-EDIT.
           MOVE WS-VAT-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO TEMP-DOC-LINE.
           STRING "VAT " WS-RATE-EDIT " %"
               DELIMITED BY SIZE INTO TEMP-DOC-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.
           MOVE WS-TOTAL-CUSTOMER TO WS-AMOUNT-EDIT.
           MOVE "TOTAL" TO TEMP-DOC-LINE.
           PERFORM WRITE-AMOUNT-LINE-PARA
                   THRU WRITE-AMOUNT-LINE-PARA-EXIT.

      *     Porez pri registraciji se placa pri registraciji vozila i
      *     ne ulazi u osnovicu PDV-a.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           IF WS-TAX-BRACKET = SPACES
               MOVE "REGISTRATION TAX - NOT CLASSIFIED"
                   TO QUOTE-DOCUMENT-LINE
               WRITE QUOTE-DOCUMENT-LINE
           ELSE
               MOVE WS-REG-TAX-CUSTOMER TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-DOC-LINE
               STRING "REGISTRATION TAX ESTIMATE - BRACKET "
                      WS-TAX-BRACKET
                   DELIMITED BY SIZE INTO TEMP-DOC-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
               COMPUTE WS-TOTAL-WITH-TAX = WS-TOTAL-CUSTOMER
                       + WS-REG-TAX-CUSTOMER
               MOVE WS-TOTAL-WITH-TAX TO WS-AMOUNT-EDIT
               MOVE "TOTAL WITH REGISTRATION TAX" TO TEMP-DOC-LINE
               PERFORM WRITE-AMOUNT-LINE-PARA
                       THRU WRITE-AMOUNT-LINE-PARA-EXIT
           END-IF.

       PRINT-QUOTE-PARA-EXIT.
           EXIT.

      * Redak ponude: opis iz TEMP-DOC-LINE, iznos i valuta.
       WRITE-AMOUNT-LINE-PARA.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           MOVE TEMP-DOC-LINE(1:50) TO QUOTE-DOCUMENT-LINE(1:50).
           MOVE WS-AMOUNT-EDIT TO QUOTE-DOCUMENT-LINE(52:12).
           MOVE WS-LINE-CURRENCY TO QUOTE-DOCUMENT-LINE(65:3).
           WRITE QUOTE-DOCUMENT-LINE.

       WRITE-AMOUNT-LINE-PARA-EXIT.
           EXIT.

       EDIT-DATE-PARA.
           MOVE WS-DATE-IN(7:2) TO WS-DE-DAY.
           MOVE WS-DATE-IN(5:2) TO WS-DE-MONTH.
           MOVE WS-DATE-IN(1:4) TO WS-DE-YEAR.

       EDIT-DATE-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CARQUOTE: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " (" FUNCTION TRIM(WS-TRX-BRAND)
                   "/" FUNCTION TRIM(WS-TRX-MODEL) ")".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " (" FUNCTION TRIM(WS-TRX-BRAND)
                  "/" FUNCTION TRIM(WS-TRX-MODEL) ")"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO QUOTE-REPORT-LINE.
           WRITE QUOTE-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "CARQUOTE"  TO ALOG-PROGRAM-NAME
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
