      ******************************************************************
      *    CARVALU - Procjena rabljenog vozila koje kupac nudi na      *
      *              zamjenu. Svaki red VALTRX-a (pipe-delimitirano:   *
      *              VALUE|marka|model|generacija|verzija|godina prve  *
      *              registracije|kilometraza|kupac|vin) cita novu     *
      *              cijenu modela (CMD-PRICE) iz CAR-VSAM, primjenjuje*
      *              krivulju amortizacije po marki i starosti iz      *
      *              DEPRFL (marka ili *|starost u godinama|preostala  *
      *              vrijednost u %; vrijedi red s najvecom starosti   *
      *              koja ne prelazi starost vozila, a redovi za marku *
      *              imaju prednost pred *) i korekciju za             *
      *              kilometrazu iz MILEFL (do km po godini starosti|  *
      *              korekcija u %, uzlazno; iznad zadnjeg praga       *
      *              vrijedi zadnji red). Gornja granica ponude je     *
      *              tako izracunata vrijednost, a donja je manja za   *
      *              PARM SPREAD= posto (default 10). Procjena dobiva  *
      *              broj (najveci u VALUFL + 1) i dopisuje se u VALUFL*
      *              (vidi zadaci/copylib/VALREC) - CARSALE je navodi  *
      *              uz vozilo na zamjenu, a CARTRDRP je mjesecno      *
      *              usporeduje s kasnijom prodajom vozila.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARVALU.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUATION-TRX-FILE ASSIGN TO VALTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT DEPRECIATION-FILE ASSIGN TO DEPRFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MILEAGE-FILE ASSIGN TO MILEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL VALUATION-FILE ASSIGN TO VALUFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT VALUATION-REPORT ASSIGN TO VALRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VALUATION-TRX-FILE RECORDING MODE F.
       01 VALUATION-TRX-RECORD PIC X(350).

       FD CAR-VSAM.
           COPY CARDET.

       FD DEPRECIATION-FILE RECORDING MODE F.
       01 DEPRECIATION-RECORD PIC X(80).

       FD MILEAGE-FILE RECORDING MODE F.
       01 MILEAGE-RECORD PIC X(80).

       FD VALUATION-FILE.
           COPY VALREC.

       FD VALUATION-REPORT.
       01 VALUATION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-VAL-EOF       PIC X VALUE 'N'.
           88 END-OF-VALUATIONS VALUE 'Y'.
       01 WS-DEP-EOF       PIC X VALUE 'N'.
           88 END-OF-DEPRECIATION VALUE 'Y'.
       01 WS-MIL-EOF       PIC X VALUE 'N'.
           88 END-OF-MILEAGE VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 VALUATION-COUNT  PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljena polja jednog zahtjeva za procjenu.
       01 WS-TRX-ACTION    PIC X(8)  VALUE SPACES.
           88 TRX-IS-VALUE  VALUE "VALUE".
       01 WS-TRX-BRAND     PIC X(50) VALUE SPACES.
       01 WS-TRX-MODEL     PIC X(50) VALUE SPACES.
       01 WS-TRX-GEN       PIC X(50) VALUE SPACES.
       01 WS-TRX-VERSION   PIC X(30) VALUE SPACES.
       01 WS-TRX-REG-YEAR  PIC X(4)  VALUE SPACES.
       01 WS-TRX-MILEAGE   PIC X(8)  VALUE SPACES.
       01 WS-TRX-CUSTOMER  PIC X(40) VALUE SPACES.
       01 WS-TRX-VIN       PIC X(17) VALUE SPACES.

      * Krivulja amortizacije iz DEPRFL.
       01 WS-MAX-CURVE     PIC 9(4) VALUE 1000.
       01 WS-CURVE-COUNT   PIC 9(4) VALUE 0.
       01 CURVE-TABLE.
           02 CURVE-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-CURVE-COUNT
                           INDEXED BY CRV-IDX.
              03 DC-BRAND      PIC X(50).
              03 DC-AGE        PIC 9(2).
              03 DC-RESIDUAL   PIC 9(3)V99.

      * Korekcija za kilometrazu iz MILEFL - pragovi km po godini.
       01 WS-MAX-BANDS     PIC 9(2) VALUE 30.
       01 WS-BAND-COUNT    PIC 9(2) VALUE 0.
       01 MILEAGE-BAND-TABLE.
           02 MILEAGE-BAND-ENTRY OCCURS 1 TO 30 TIMES
                                  DEPENDING ON WS-BAND-COUNT
                                  INDEXED BY BND-IDX.
              03 MB-UPTO-KM    PIC 9(7).
              03 MB-ADJ-PCT    PIC S9(3)V99.

       01 WS-CTL-1         PIC X(50).
       01 WS-CTL-2         PIC X(15).
       01 WS-CTL-3         PIC X(15).

      * Izracun tekuce procjene.
       01 WS-REG-YEAR      PIC 9(4) VALUE ZEROS.
       01 WS-AGE           PIC 9(2) VALUE ZEROS.
       01 WS-AGE-YEARS     PIC 9(2) VALUE ZEROS.
       01 WS-MILEAGE       PIC 9(7) VALUE ZEROS.
       01 WS-KM-PER-YEAR   PIC 9(7) VALUE ZEROS.
       01 WS-CURVE-BRAND   PIC X(50) VALUE SPACES.
       01 WS-BEST-AGE      PIC S9(3) VALUE ZEROS.
       01 WS-RESIDUAL-PCT  PIC 9(3)V99 VALUE ZEROS.
       01 WS-MILEAGE-ADJ   PIC S9(3)V99 VALUE ZEROS.
       01 WS-OFFER-HIGH    PIC 9(7)V99 VALUE ZEROS.
       01 WS-OFFER-LOW     PIC 9(7)V99 VALUE ZEROS.

      * Raspon ponude (SPREAD=, postotak ispod gornje granice).
       01 WS-SPREAD-PCT    PIC 9(2)V99 VALUE 10.00.

      * Sljedeci broj procjene - najveci VAL-REF-NO u VALUFL + 1.
       01 WS-NEXT-REF-NO   PIC 9(6) VALUE ZEROS.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT      PIC ZZ9.99.
       01 WS-ADJ-EDIT      PIC -ZZ9.99.

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
      * odbijeni zahtjevi, 8=greska u podacima/PARM-u/kontroli,
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
               PERFORM APPLY-PARM-VALUE-PARA
                       THRU APPLY-PARM-VALUE-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-CURVE-PARA THRU LOAD-CURVE-PARA-EXIT.
           PERFORM LOAD-MILEAGE-PARA THRU LOAD-MILEAGE-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           PERFORM FIND-LAST-VALUATION-PARA
                   THRU FIND-LAST-VALUATION-PARA-EXIT.

           OPEN INPUT VALUATION-TRX-FILE.
           OPEN INPUT CAR-VSAM.
           OPEN EXTEND VALUATION-FILE.
           OPEN OUTPUT VALUATION-REPORT.

           MOVE "TRADE-IN VALUATIONS" TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-SPREAD-PCT TO WS-PCT-EDIT.
           STRING "OFFER SPREAD: " WS-PCT-EDIT " %"
                  "  CURVE POINTS: " WS-CURVE-COUNT
                  "  MILEAGE BANDS: " WS-BAND-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.

           READ VALUATION-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF VALUATION-TRX-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   PERFORM VALUE-VEHICLE-PARA
                           THRU VALUE-VEHICLE-PARA-EXIT
               END-IF
               READ VALUATION-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL REQUESTS: " TOTAL-TRX
                  "  VALUATIONS: " VALUATION-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE VALUATION-TRX-FILE.
           CLOSE CAR-VSAM.
           CLOSE VALUATION-FILE.
           CLOSE VALUATION-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "SPREAD=12.5", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * SPREAD= (postotak 0-50); neispravna vrijednost prekida
      * obradu s RC 8.
       APPLY-PARM-VALUE-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "SPREAD"
                           IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))) = 0
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 0
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= 50
                               COMPUTE WS-SPREAD-PCT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "CARVALU: INVALID SPREAD= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-VALUE-PARA-EXIT.
           EXIT.

      * Krivulja amortizacije - marka ili *|starost|preostalo %.
       LOAD-CURVE-PARA.
           OPEN INPUT DEPRECIATION-FILE.

           READ DEPRECIATION-FILE
               AT END SET END-OF-DEPRECIATION TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-DEPRECIATION
               IF DEPRECIATION-RECORD NOT = SPACES
                       AND DEPRECIATION-RECORD(1:1) NOT = "#"
                   MOVE SPACES TO WS-CTL-1 WS-CTL-2 WS-CTL-3
                   UNSTRING DEPRECIATION-RECORD DELIMITED BY '|'
                       INTO WS-CTL-1 WS-CTL-2 WS-CTL-3
                   END-UNSTRING
                   IF WS-CTL-1 = SPACES
                       OR FUNCTION TRIM(WS-CTL-2) IS NOT NUMERIC
                       OR FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CTL-3)) NOT = 0
                       OR WS-CURVE-COUNT >= WS-MAX-CURVE
                       DISPLAY "CARVALU: INVALID DEPRECIATION LINE - "
                               DEPRECIATION-RECORD(1:40)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-CURVE-COUNT
                       MOVE WS-CTL-1 TO DC-BRAND(WS-CURVE-COUNT)
                       COMPUTE DC-AGE(WS-CURVE-COUNT) =
                           FUNCTION NUMVAL(WS-CTL-2)
                       COMPUTE DC-RESIDUAL(WS-CURVE-COUNT) =
                           FUNCTION NUMVAL(WS-CTL-3)
                   END-IF
               END-IF
               READ DEPRECIATION-FILE
                   AT END SET END-OF-DEPRECIATION TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPRECIATION-FILE.

           IF WS-CURVE-COUNT = 0
               DISPLAY "CARVALU: NO DEPRECIATION CURVE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-CURVE-PARA-EXIT.
           EXIT.

      * Korekcija za kilometrazu - do km po godini|korekcija %,
      * uzlazno po pragu.
       LOAD-MILEAGE-PARA.
           OPEN INPUT MILEAGE-FILE.

           READ MILEAGE-FILE
               AT END SET END-OF-MILEAGE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MILEAGE
               IF MILEAGE-RECORD NOT = SPACES
                       AND MILEAGE-RECORD(1:1) NOT = "#"
                   MOVE SPACES TO WS-CTL-1 WS-CTL-2
                   UNSTRING MILEAGE-RECORD DELIMITED BY '|'
                       INTO WS-CTL-1 WS-CTL-2
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-CTL-1) IS NOT NUMERIC
                       OR FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CTL-2)) NOT = 0
                       OR WS-BAND-COUNT >= WS-MAX-BANDS
                       DISPLAY "CARVALU: INVALID MILEAGE LINE - "
                               MILEAGE-RECORD(1:40)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-BAND-COUNT
                       COMPUTE MB-UPTO-KM(WS-BAND-COUNT) =
                           FUNCTION NUMVAL(WS-CTL-1)
                       COMPUTE MB-ADJ-PCT(WS-BAND-COUNT) =
                           FUNCTION NUMVAL(WS-CTL-2)
                       IF WS-BAND-COUNT > 1
                           IF MB-UPTO-KM(WS-BAND-COUNT) NOT >
                                   MB-UPTO-KM(WS-BAND-COUNT - 1)
                               DISPLAY "CARVALU: MILEAGE BANDS NOT "
                                       "ASCENDING - "
                                       MILEAGE-RECORD(1:40)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ MILEAGE-FILE
                   AT END SET END-OF-MILEAGE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MILEAGE-FILE.

       LOAD-MILEAGE-PARA-EXIT.
           EXIT.

      * Najveci broj procjene u VALUFL - sljedeci je za jedan veci.
       FIND-LAST-VALUATION-PARA.
           OPEN INPUT VALUATION-FILE.

           READ VALUATION-FILE
               AT END SET END-OF-VALUATIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-VALUATIONS
               IF VAL-REF-NO IS NUMERIC
                       AND VAL-REF-NO > WS-NEXT-REF-NO
                   MOVE VAL-REF-NO TO WS-NEXT-REF-NO
               END-IF
               READ VALUATION-FILE
                   AT END SET END-OF-VALUATIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE VALUATION-FILE.

       FIND-LAST-VALUATION-PARA-EXIT.
           EXIT.

       VALUE-VEHICLE-PARA.
           MOVE SPACES TO WS-TRX-ACTION WS-TRX-BRAND WS-TRX-MODEL
                          WS-TRX-GEN WS-TRX-VERSION WS-TRX-REG-YEAR
                          WS-TRX-MILEAGE WS-TRX-CUSTOMER WS-TRX-VIN.

           UNSTRING VALUATION-TRX-RECORD DELIMITED BY "|"
               INTO WS-TRX-ACTION WS-TRX-BRAND WS-TRX-MODEL
                    WS-TRX-GEN WS-TRX-VERSION WS-TRX-REG-YEAR
                    WS-TRX-MILEAGE WS-TRX-CUSTOMER WS-TRX-VIN
           END-UNSTRING.

           IF NOT TRX-IS-VALUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.

           IF WS-TRX-REG-YEAR IS NOT NUMERIC
               MOVE "INVALID REGISTRATION YEAR" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.
           MOVE WS-TRX-REG-YEAR TO WS-REG-YEAR.
           IF WS-REG-YEAR < 1900 OR WS-REG-YEAR > WS-ST-YEAR
               OR WS-ST-YEAR - WS-REG-YEAR > 99
               MOVE "INVALID REGISTRATION YEAR" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.
           COMPUTE WS-AGE = WS-ST-YEAR - WS-REG-YEAR.

           IF FUNCTION TRIM(WS-TRX-MILEAGE) IS NOT NUMERIC
               MOVE "INVALID MILEAGE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.
           COMPUTE WS-MILEAGE = FUNCTION NUMVAL(WS-TRX-MILEAGE).

           MOVE WS-TRX-BRAND   TO CMD-BRAND.
           MOVE WS-TRX-MODEL   TO CMD-MODEL.
           MOVE WS-TRX-GEN     TO CMD-MODEL-GEN.
           MOVE WS-TRX-VERSION TO CMD-VERSION.
           READ CAR-VSAM
               INVALID KEY
                   MOVE "MODEL NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO VALUE-VEHICLE-PARA-EXIT
           END-READ.

           IF CMD-PRICE = 0
               MOVE "NO NEW PRICE IN CATALOG" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.

           PERFORM FIND-RESIDUAL-PARA THRU FIND-RESIDUAL-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "NO DEPRECIATION CURVE FOR BRAND"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALUE-VEHICLE-PARA-EXIT
           END-IF.

           PERFORM FIND-MILEAGE-ADJ-PARA
                   THRU FIND-MILEAGE-ADJ-PARA-EXIT.

           COMPUTE WS-OFFER-HIGH ROUNDED =
                   CMD-PRICE * WS-RESIDUAL-PCT / 100
                   * (100 + WS-MILEAGE-ADJ) / 100.
           COMPUTE WS-OFFER-LOW ROUNDED =
                   WS-OFFER-HIGH * (100 - WS-SPREAD-PCT) / 100.

           PERFORM WRITE-VALUATION-PARA
                   THRU WRITE-VALUATION-PARA-EXIT.

       VALUE-VEHICLE-PARA-EXIT.
           EXIT.

      * Preostala vrijednost: redovi za marku vozila, a ako ih nema,
      * redovi "*"; vrijedi red s najvecom starosti koja ne prelazi
      * starost vozila (mladje vozilo od svih tocaka - 100 %).
       FIND-RESIDUAL-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE CMD-BRAND TO WS-CURVE-BRAND.
           PERFORM VARYING CRV-IDX FROM 1 BY 1
                   UNTIL CRV-IDX > WS-CURVE-COUNT
               IF DC-BRAND(CRV-IDX) = WS-CURVE-BRAND
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               MOVE "*" TO WS-CURVE-BRAND
               PERFORM VARYING CRV-IDX FROM 1 BY 1
                       UNTIL CRV-IDX > WS-CURVE-COUNT
                   IF DC-BRAND(CRV-IDX) = WS-CURVE-BRAND
                       SET ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT ENTRY-FOUND
               GO TO FIND-RESIDUAL-PARA-EXIT
           END-IF.

           MOVE -1 TO WS-BEST-AGE.
           MOVE 100.00 TO WS-RESIDUAL-PCT.
           PERFORM VARYING CRV-IDX FROM 1 BY 1
                   UNTIL CRV-IDX > WS-CURVE-COUNT
               IF DC-BRAND(CRV-IDX) = WS-CURVE-BRAND
                   AND DC-AGE(CRV-IDX) <= WS-AGE
                   AND DC-AGE(CRV-IDX) > WS-BEST-AGE
                   MOVE DC-AGE(CRV-IDX) TO WS-BEST-AGE
                   MOVE DC-RESIDUAL(CRV-IDX) TO WS-RESIDUAL-PCT
               END-IF
           END-PERFORM.

       FIND-RESIDUAL-PARA-EXIT.
           EXIT.

      * Korekcija po prosjecnoj godisnjoj kilometrazi (vozilo mlade
      * od godine dana se racuna kao jednogodisnje).
       FIND-MILEAGE-ADJ-PARA.
           MOVE ZEROS TO WS-MILEAGE-ADJ.
           IF WS-BAND-COUNT = 0
               GO TO FIND-MILEAGE-ADJ-PARA-EXIT
           END-IF.

           MOVE WS-AGE TO WS-AGE-YEARS.
           IF WS-AGE-YEARS = 0
               MOVE 1 TO WS-AGE-YEARS
           END-IF.
           COMPUTE WS-KM-PER-YEAR = WS-MILEAGE / WS-AGE-YEARS.

           MOVE MB-ADJ-PCT(WS-BAND-COUNT) TO WS-MILEAGE-ADJ.
           PERFORM VARYING BND-IDX FROM 1 BY 1
                   UNTIL BND-IDX > WS-BAND-COUNT
               IF WS-KM-PER-YEAR <= MB-UPTO-KM(BND-IDX)
                   MOVE MB-ADJ-PCT(BND-IDX) TO WS-MILEAGE-ADJ
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-MILEAGE-ADJ-PARA-EXIT.
           EXIT.

      * Dodjeljuje broj procjene i dopisuje je u VALUFL.
       WRITE-VALUATION-PARA.
           ADD 1 TO WS-NEXT-REF-NO.

           MOVE SPACES TO VALUATION-RECORD.
           MOVE WS-NEXT-REF-NO      TO VAL-REF-NO.
           MOVE WS-TODAY-DATE-NUM   TO VAL-DATE.
           MOVE CMD-KEY             TO VAL-CAR-KEY.
           MOVE WS-TRX-VIN          TO VAL-VIN.
           MOVE WS-TRX-CUSTOMER     TO VAL-CUSTOMER.
           MOVE WS-REG-YEAR         TO VAL-REG-YEAR.
           MOVE WS-AGE              TO VAL-AGE.
           MOVE WS-MILEAGE          TO VAL-MILEAGE.
           MOVE CMD-CURRENCY        TO VAL-CURRENCY.
           MOVE CMD-PRICE           TO VAL-NEW-PRICE.
           MOVE WS-RESIDUAL-PCT     TO VAL-RESIDUAL-PCT.
           MOVE WS-MILEAGE-ADJ      TO VAL-MILEAGE-ADJ-PCT.
           MOVE WS-OFFER-LOW        TO VAL-OFFER-LOW.
           MOVE WS-OFFER-HIGH       TO VAL-OFFER-HIGH.
           MOVE WS-RUN-NUMBER       TO VAL-RUN-NUMBER.
           WRITE VALUATION-RECORD.

           ADD 1 TO VALUATION-COUNT.

           MOVE CMD-PRICE TO WS-AMOUNT-EDIT.
           MOVE WS-OFFER-LOW TO WS-AMOUNT-EDIT-2.
           MOVE WS-OFFER-HIGH TO WS-AMOUNT-EDIT-3.
           MOVE WS-RESIDUAL-PCT TO WS-PCT-EDIT.
           MOVE WS-MILEAGE-ADJ TO WS-ADJ-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VALUATION " WS-NEXT-REF-NO
                  " " CMD-BRAND(1:15) " " CMD-MODEL(1:15)
                  " " WS-REG-YEAR " " WS-MILEAGE " KM"
                  " NEW " WS-AMOUNT-EDIT
                  " RES " WS-PCT-EDIT "%"
                  " KM " WS-ADJ-EDIT "%"
                  " OFFER " WS-AMOUNT-EDIT-2 " -" WS-AMOUNT-EDIT-3
                  " " CMD-CURRENCY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.

       WRITE-VALUATION-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CARVALU: REJECTED - "
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
           MOVE TEMP-REPORT-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.

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
           MOVE "CARVALU"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
