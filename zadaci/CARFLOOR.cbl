      ******************************************************************
      *    CARFLOOR - Kamata floor-plan financiranja zalihe vozila za  *
      *               obracunski mjesec (PARM MONTH=GGGGMM, default    *
      *               tekuci mjesec). Svako vozilo u STK-VSAM je       *
      *               financirano iz uvoznikove floor-plan linije:     *
      *               kamata tece dnevno od STK-RECEIPT-DATE (nakon    *
      *               beskamatnih dana) do dana prodaje, a za          *
      *               neprodano vozilo do kraja mjeseca. Glavnica je   *
      *               CMD-PRICE iz CAR-VSAM konvertiran u valutu       *
      *               financiranja preko RATEFL tecaja (kao CARRPT).   *
      *               Kontrolna datoteka FPCTL (pipe-delimitirano):    *
      *                 CURRENCY|valuta financiranja (default EUR)     *
      *                 FREEDAYS|beskamatni dani od zaprimanja         *
      *                 RATE|vrijedi od GGGGMMDD|godisnja stopa %      *
      *                 MARGIN|marka ili *|marza kao % cijene          *
      *                 ALERT|udio marze u % za listu upozorenja       *
      *               RATE redovi idu uzlazno po datumu; stopa vrijedi *
      *               do sljedeceg RATE reda. Kamata je stvarni broj   *
      *               dana / 365. FPRPT je obracun po vozilu i po      *
      *               marki za uskladivanje s racunom financijera, a   *
      *               FPALRT lista vozila cija kumulativna kamata je   *
      *               presla zadani udio marze.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARFLOOR.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CONTROL-FILE ASSIGN TO FPCTL
                  ORGANIZATION IS SEQUENTIAL.

      * Tecajna datoteka - jedan red po valuti: kod (3) razmak stopa
      * 9(3)V9(6) kao znamenke, npr. "USD 001080000".
           SELECT RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INTEREST-REPORT ASSIGN TO FPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ALERT-REPORT ASSIGN TO FPALRT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-VSAM.
           COPY STKREC.

       FD CAR-VSAM.
           COPY CARDET.

       FD CONTROL-FILE RECORDING MODE F.
       01 CONTROL-RECORD PIC X(80).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).

       FD INTEREST-REPORT.
       01 INTEREST-REPORT-LINE PIC X(132).

       FD ALERT-REPORT.
       01 ALERT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 STOCK-STATUS    PIC XX.
           88 STOCK-OK     VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-STOCK-EOF     PIC X VALUE 'N'.
           88 END-OF-STOCK  VALUE 'Y'.
       01 WS-CTL-EOF       PIC X VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.

       01 VEHICLES-READ    PIC 9(5) VALUE ZEROS.
       01 VEHICLES-CHARGED PIC 9(5) VALUE ZEROS.
       01 VEHICLES-SKIPPED PIC 9(5) VALUE ZEROS.
       01 ALERT-COUNT      PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Rastavljeni red kontrolne datoteke.
       01 WS-CTL-KEYWORD   PIC X(10).
       01 WS-CTL-VALUE-1   PIC X(50).
       01 WS-CTL-VALUE-2   PIC X(15).
       01 WS-CTL-DATE      PIC 9(8).

      * Parametri financiranja iz FPCTL.
       01 WS-FIN-CURRENCY  PIC X(3) VALUE "EUR".
       01 WS-FREE-DAYS     PIC 9(3) VALUE ZEROS.
       01 WS-ALERT-PCT     PIC 9(3)V99 VALUE 50.00.

      * Raspored kamatnih stopa - uzlazno po datumu vazenja.
       01 WS-MAX-SCHEDULE  PIC 9(2) VALUE 50.
       01 WS-SCHEDULE-COUNT PIC 9(2) VALUE 0.
       01 RATE-SCHEDULE-TABLE.
           02 RATE-SCHEDULE-ENTRY OCCURS 1 TO 50 TIMES
                                   DEPENDING ON WS-SCHEDULE-COUNT
                                   INDEXED BY RS-IDX.
              03 RS-FROM-DATE  PIC 9(8).
              03 RS-FROM-INT   PIC S9(9) COMP.
              03 RS-RATE       PIC 9(2)V9(4).

      * Marza po marki ("*" vrijedi za sve ostale).
       01 WS-MAX-MARGINS   PIC 9(3) VALUE 100.
       01 WS-MARGIN-COUNT  PIC 9(3) VALUE 0.
       01 MARGIN-TABLE.
           02 MARGIN-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-MARGIN-COUNT
                            INDEXED BY MRG-IDX.
              03 MR-BRAND      PIC X(50).
              03 MR-PCT        PIC 9(2)V99.

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
       01 WS-SOURCE-RATE   PIC 9(3)V9(6).
       01 WS-TARGET-RATE   PIC 9(3)V9(6).

      * Kamata po marki za zbirni dio obracuna.
       01 WS-MAX-BRANDS    PIC 9(3) VALUE 200.
       01 WS-BRAND-COUNT   PIC 9(3) VALUE 0.
       01 BRAND-TOTAL-TABLE.
           02 BRAND-TOTAL-ENTRY OCCURS 1 TO 200 TIMES
                                 DEPENDING ON WS-BRAND-COUNT
                                 INDEXED BY BRD-IDX.
              03 BT-BRAND      PIC X(50).
              03 BT-VEHICLES   PIC 9(5).
              03 BT-PRINCIPAL  PIC 9(11)V99.
              03 BT-MONTH-INT  PIC 9(9)V99.
              03 BT-CUM-INT    PIC 9(9)V99.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(3) VALUE ZEROS.

      * Obracunski mjesec.
       01 WS-MONTH         PIC 9(6) VALUE ZEROS.
       01 WS-MONTH-START   PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-MONTH    PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-END     PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-START-INT PIC S9(9) COMP.
       01 WS-MONTH-END-INT PIC S9(9) COMP.
       01 WS-MONTH-YEAR    PIC 9(4).
       01 WS-MONTH-MM      PIC 9(2).

      * Obracun jednog vozila - dani kao cijeli brojevi datuma, kraj
      * razdoblja je iskljucen (dan prodaje se ne naplacuje).
       01 WS-PRINCIPAL     PIC 9(9)V99 VALUE ZEROS.
       01 WS-ACCRUE-FROM   PIC S9(9) COMP.
       01 WS-ACCRUE-TO     PIC S9(9) COMP.
       01 WS-SEG-FROM      PIC S9(9) COMP.
       01 WS-SEG-TO        PIC S9(9) COMP.
       01 WS-SEG-DAYS      PIC S9(9) COMP.
       01 WS-MONTH-DAYS    PIC 9(5) VALUE ZEROS.
       01 WS-CUM-DAYS      PIC 9(5) VALUE ZEROS.
       01 WS-MONTH-INT-X   PIC 9(9)V9(6) VALUE ZEROS.
       01 WS-CUM-INT-X     PIC 9(9)V9(6) VALUE ZEROS.
       01 WS-MONTH-INT     PIC 9(9)V99 VALUE ZEROS.
       01 WS-CUM-INT       PIC 9(9)V99 VALUE ZEROS.
       01 WS-END-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-MARGIN-PCT    PIC 9(2)V99 VALUE ZEROS.
       01 WS-MARGIN        PIC 9(9)V99 VALUE ZEROS.
       01 WS-MARGIN-SHARE  PIC 9(5)V99 VALUE ZEROS.

       01 WS-TOTAL-PRINCIPAL PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MONTH-INT PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-CUM-INT PIC 9(9)V99 VALUE ZEROS.

      * Ispisni oblici.
       01 WS-AMOUNT-EDIT   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT      PIC ZZZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.9999.
       01 WS-DAYS-EDIT     PIC ZZZZ9.
       01 WS-DAYS-EDIT-2   PIC ZZZZ9.

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
      * preskocena vozila, 8=greska u podacima/PARM-u/kontroli,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-TODAY-DATE-NUM(1:6) TO WS-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-FLOOR-PARA
                       THRU APPLY-PARM-FLOOR-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM SET-MONTH-PARA THRU SET-MONTH-PARA-EXIT.

           PERFORM LOAD-CONTROL-PARA THRU LOAD-CONTROL-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.

           OPEN INPUT STOCK-VSAM.
           IF NOT STOCK-OK
               DISPLAY "CARFLOOR: VSAM ERROR " STOCK-STATUS
                       " ON OPEN OF STKVS"
               MOVE "MAIN-PARAGRAPH" TO EXC-PARAGRAPH
               PERFORM REPORT-VSAM-EXCEPTION-PARA
                   THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           OPEN INPUT CAR-VSAM.
           OPEN OUTPUT INTEREST-REPORT.
           OPEN OUTPUT ALERT-REPORT.

           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-PARA-EXIT.

           MOVE 'N' TO WS-STOCK-EOF.
           MOVE LOW-VALUES TO STK-VIN.

           START STOCK-VSAM KEY IS >= STK-VIN
               INVALID KEY
                   SET END-OF-STOCK TO TRUE
           END-START.

           PERFORM UNTIL END-OF-STOCK
               READ STOCK-VSAM NEXT RECORD
                   AT END SET END-OF-STOCK TO TRUE
               END-READ
               IF NOT END-OF-STOCK
                   ADD 1 TO VEHICLES-READ
                   PERFORM CHARGE-VEHICLE-PARA
                           THRU CHARGE-VEHICLE-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM WRITE-BRAND-TOTALS-PARA
                   THRU WRITE-BRAND-TOTALS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE STOCK-VSAM.
           CLOSE CAR-VSAM.
           CLOSE INTEREST-REPORT.
           CLOSE ALERT-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "MONTH=202609", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * MONTH=GGGGMM - obracunski mjesec; neispravan prekida s RC 8.
       APPLY-PARM-FLOOR-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MONTH"
                           IF KW-VALUE(KW-IDX)(1:6) IS NUMERIC
                               AND KW-VALUE(KW-IDX)(7:) = SPACES
                               AND KW-VALUE(KW-IDX)(5:2) >= "01"
                               AND KW-VALUE(KW-IDX)(5:2) <= "12"
                               MOVE KW-VALUE(KW-IDX)(1:6) TO WS-MONTH
                           ELSE
                               DISPLAY "CARFLOOR: INVALID MONTH= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-FLOOR-PARA-EXIT.
           EXIT.

      * Prvi i zadnji dan obracunskog mjeseca.
       SET-MONTH-PARA.
           MOVE WS-MONTH(1:4) TO WS-MONTH-YEAR.
           MOVE WS-MONTH(5:2) TO WS-MONTH-MM.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH =
                       (WS-MONTH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                       WS-MONTH-YEAR * 10000
                       + (WS-MONTH-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-MONTH-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END =
                   FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT).

       SET-MONTH-PARA-EXIT.
           EXIT.

      * Kontrolna datoteka: valuta, beskamatni dani, raspored stopa,
      * marze po marki i prag upozorenja. Bez ijedne stope ili s
      * neispravnim redom obrada se prekida s RC 8.
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

           IF WS-SCHEDULE-COUNT = 0
               DISPLAY "CARFLOOR: NO RATE LINES IN CONTROL FILE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-CONTROL-PARA-EXIT.
           EXIT.

       APPLY-CONTROL-PARA.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE-1 WS-CTL-VALUE-2.
           UNSTRING CONTROL-RECORD DELIMITED BY '|'
               INTO WS-CTL-KEYWORD WS-CTL-VALUE-1 WS-CTL-VALUE-2
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CTL-KEYWORD)
               WHEN "CURRENCY"
                   IF WS-CTL-VALUE-1 = SPACES
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   MOVE WS-CTL-VALUE-1 TO WS-FIN-CURRENCY
               WHEN "FREEDAYS"
                   IF FUNCTION TRIM(WS-CTL-VALUE-1) IS NOT NUMERIC
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   COMPUTE WS-FREE-DAYS =
                           FUNCTION NUMVAL(WS-CTL-VALUE-1)
               WHEN "ALERT"
                   IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CTL-VALUE-1)) NOT = 0
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   COMPUTE WS-ALERT-PCT =
                           FUNCTION NUMVAL(WS-CTL-VALUE-1)
               WHEN "RATE"
                   IF WS-CTL-VALUE-1(1:8) IS NOT NUMERIC
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   MOVE WS-CTL-VALUE-1(1:8) TO WS-CTL-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTL-DATE) NOT = 0
                       OR FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CTL-VALUE-2)) NOT = 0
                       OR WS-SCHEDULE-COUNT >= WS-MAX-SCHEDULE
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   IF WS-SCHEDULE-COUNT > 0
                       IF WS-CTL-DATE NOT >
                               RS-FROM-DATE(WS-SCHEDULE-COUNT)
                           GO TO APPLY-CONTROL-ERROR
                       END-IF
                   END-IF
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE WS-CTL-DATE TO RS-FROM-DATE(WS-SCHEDULE-COUNT)
                   COMPUTE RS-FROM-INT(WS-SCHEDULE-COUNT) =
                       FUNCTION INTEGER-OF-DATE(
                           RS-FROM-DATE(WS-SCHEDULE-COUNT))
                   COMPUTE RS-RATE(WS-SCHEDULE-COUNT) =
                       FUNCTION NUMVAL(WS-CTL-VALUE-2)
               WHEN "MARGIN"
                   IF WS-CTL-VALUE-1 = SPACES
                       OR FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CTL-VALUE-2)) NOT = 0
                       OR WS-MARGIN-COUNT >= WS-MAX-MARGINS
                       GO TO APPLY-CONTROL-ERROR
                   END-IF
                   ADD 1 TO WS-MARGIN-COUNT
                   MOVE WS-CTL-VALUE-1 TO MR-BRAND(WS-MARGIN-COUNT)
                   COMPUTE MR-PCT(WS-MARGIN-COUNT) =
                       FUNCTION NUMVAL(WS-CTL-VALUE-2)
               WHEN OTHER
                   GO TO APPLY-CONTROL-ERROR
           END-EVALUATE.
           GO TO APPLY-CONTROL-PARA-EXIT.

       APPLY-CONTROL-ERROR.
           DISPLAY "CARFLOOR: INVALID CONTROL LINE - "
                   CONTROL-RECORD(1:50).
           MOVE 8 TO RETURN-CODE.

       APPLY-CONTROL-PARA-EXIT.
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
           STRING "FLOOR-PLAN INTEREST STATEMENT FOR "
                  WS-MONTH-START(7:2) "." WS-MONTH-START(5:2) "."
                  WS-MONTH-START(1:4) " - "
                  WS-MONTH-END(7:2) "." WS-MONTH-END(5:2) "."
                  WS-MONTH-END(1:4)
                  "   CURRENCY " WS-FIN-CURRENCY
                  "   FREE DAYS " WS-FREE-DAYS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-SCHEDULE-COUNT
               MOVE RS-RATE(RS-IDX) TO WS-RATE-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  RATE FROM " RS-FROM-DATE(RS-IDX)
                      " " WS-RATE-EDIT " % P.A."
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VIN               BRAND           MODEL           "
                  "RECEIVED END DATE S    PRINCIPAL  DAYS"
                  "  MONTH INT.  CUM. DAYS    CUM. INT."
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-ALERT-PCT TO WS-PCT-EDIT.
           STRING "VEHICLES WITH CUMULATIVE FLOOR-PLAN INTEREST OVER "
                  FUNCTION TRIM(WS-PCT-EDIT) " % OF MARGIN - "
                  "MONTH " WS-MONTH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

       WRITE-HEADINGS-PARA-EXIT.
           EXIT.

      * Jedno vozilo: vozila prodana prije pocetka mjeseca i ona
      * zaprimljena nakon njegova kraja se preskacu bez ispisa.
       CHARGE-VEHICLE-PARA.
           IF STK-RECEIPT-DATE IS NOT NUMERIC
                   OR STK-RECEIPT-DATE = 0
               MOVE "NO RECEIPT DATE" TO WS-REJECT-REASON
               PERFORM SKIP-VEHICLE-PARA THRU SKIP-VEHICLE-PARA-EXIT
               GO TO CHARGE-VEHICLE-PARA-EXIT
           END-IF.

           IF STK-RECEIPT-DATE > WS-MONTH-END
               GO TO CHARGE-VEHICLE-PARA-EXIT
           END-IF.
           IF STK-SOLD AND STK-SALE-DATE < WS-MONTH-START
               GO TO CHARGE-VEHICLE-PARA-EXIT
           END-IF.

           MOVE STK-CAR-KEY TO CMD-KEY.
           READ CAR-VSAM
               INVALID KEY
                   MOVE "MODEL NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM SKIP-VEHICLE-PARA
                       THRU SKIP-VEHICLE-PARA-EXIT
                   GO TO CHARGE-VEHICLE-PARA-EXIT
           END-READ.

           PERFORM CONVERT-PRICE-PARA THRU CONVERT-PRICE-PARA-EXIT.
           IF NOT CONVERSION-POSSIBLE
               MOVE "NO EXCHANGE RATE FOR PRICE" TO WS-REJECT-REASON
               PERFORM SKIP-VEHICLE-PARA THRU SKIP-VEHICLE-PARA-EXIT
               GO TO CHARGE-VEHICLE-PARA-EXIT
           END-IF.

      *     Kamata tece od isteka beskamatnih dana do dana prodaje
      *     (iskljucivo), a za neprodano vozilo do kraja mjeseca.
           COMPUTE WS-ACCRUE-FROM =
                   FUNCTION INTEGER-OF-DATE(STK-RECEIPT-DATE)
                   + WS-FREE-DAYS.
           IF STK-SOLD AND STK-SALE-DATE <= WS-MONTH-END
               COMPUTE WS-ACCRUE-TO =
                       FUNCTION INTEGER-OF-DATE(STK-SALE-DATE)
               MOVE STK-SALE-DATE TO WS-END-DATE
           ELSE
               COMPUTE WS-ACCRUE-TO = WS-MONTH-END-INT + 1
               MOVE WS-MONTH-END TO WS-END-DATE
           END-IF.

           MOVE ZEROS TO WS-MONTH-INT-X WS-CUM-INT-X
                         WS-MONTH-DAYS WS-CUM-DAYS.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-SCHEDULE-COUNT
               PERFORM ACCRUE-SEGMENT-PARA
                       THRU ACCRUE-SEGMENT-PARA-EXIT
           END-PERFORM.
           COMPUTE WS-MONTH-INT ROUNDED = WS-MONTH-INT-X.
           COMPUTE WS-CUM-INT ROUNDED = WS-CUM-INT-X.

           ADD 1 TO VEHICLES-CHARGED.
           ADD WS-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-MONTH-INT TO WS-TOTAL-MONTH-INT.
           ADD WS-CUM-INT TO WS-TOTAL-CUM-INT.
           PERFORM ADD-BRAND-TOTAL-PARA THRU ADD-BRAND-TOTAL-PARA-EXIT.

           MOVE WS-PRINCIPAL TO WS-AMOUNT-EDIT.
           MOVE WS-MONTH-INT TO WS-AMOUNT-EDIT-2.
           MOVE WS-CUM-INT TO WS-AMOUNT-EDIT-3.
           MOVE WS-MONTH-DAYS TO WS-DAYS-EDIT.
           MOVE WS-CUM-DAYS TO WS-DAYS-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING STK-VIN " " STK-BRAND(1:15) " " STK-MODEL(1:15)
                  " " STK-RECEIPT-DATE " " WS-END-DATE
                  " " STK-STATUS " " WS-AMOUNT-EDIT
                  " " WS-DAYS-EDIT " " WS-AMOUNT-EDIT-2
                  " " WS-DAYS-EDIT-2 " " WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           PERFORM CHECK-MARGIN-PARA THRU CHECK-MARGIN-PARA-EXIT.

       CHARGE-VEHICLE-PARA-EXIT.
           EXIT.

      * Presjek razdoblja vazenja jedne stope s razdobljem kamate -
      * kumulativno od zaprimanja, a mjesecno samo unutar mjeseca.
       ACCRUE-SEGMENT-PARA.
           MOVE RS-FROM-INT(RS-IDX) TO WS-SEG-FROM.
           IF RS-IDX < WS-SCHEDULE-COUNT
               MOVE RS-FROM-INT(RS-IDX + 1) TO WS-SEG-TO
           ELSE
               MOVE WS-ACCRUE-TO TO WS-SEG-TO
           END-IF.
           IF WS-SEG-FROM < WS-ACCRUE-FROM
               MOVE WS-ACCRUE-FROM TO WS-SEG-FROM
           END-IF.
           IF WS-SEG-TO > WS-ACCRUE-TO
               MOVE WS-ACCRUE-TO TO WS-SEG-TO
           END-IF.
           IF WS-SEG-TO NOT > WS-SEG-FROM
               GO TO ACCRUE-SEGMENT-PARA-EXIT
           END-IF.

           COMPUTE WS-SEG-DAYS = WS-SEG-TO - WS-SEG-FROM.
           ADD WS-SEG-DAYS TO WS-CUM-DAYS.
           COMPUTE WS-CUM-INT-X = WS-CUM-INT-X
                   + WS-PRINCIPAL * RS-RATE(RS-IDX) * WS-SEG-DAYS
                     / 36500.

           IF WS-SEG-FROM < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-SEG-FROM
           END-IF.
           IF WS-SEG-TO NOT > WS-SEG-FROM
               GO TO ACCRUE-SEGMENT-PARA-EXIT
           END-IF.

           COMPUTE WS-SEG-DAYS = WS-SEG-TO - WS-SEG-FROM.
           ADD WS-SEG-DAYS TO WS-MONTH-DAYS.
           COMPUTE WS-MONTH-INT-X = WS-MONTH-INT-X
                   + WS-PRINCIPAL * RS-RATE(RS-IDX) * WS-SEG-DAYS
                     / 36500.

       ACCRUE-SEGMENT-PARA-EXIT.
           EXIT.

      * CMD-PRICE u valuti financiranja - sve stope su jedinice strane
      * valute za 1 EUR, pa konverzija ide preko EUR-a (kao CARRPT).
       CONVERT-PRICE-PARA.
           MOVE ZEROS TO WS-PRINCIPAL.
           IF CMD-CURRENCY = WS-FIN-CURRENCY
               MOVE CMD-PRICE TO WS-PRINCIPAL
               MOVE 'Y' TO WS-RATES-OK
               GO TO CONVERT-PRICE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-RATES-OK.
           MOVE ZEROS TO WS-SOURCE-RATE WS-TARGET-RATE.
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-RATE-COUNT
               IF ER-CODE(ER-IDX) = CMD-CURRENCY
                   MOVE ER-RATE(ER-IDX) TO WS-SOURCE-RATE
               END-IF
               IF ER-CODE(ER-IDX) = WS-FIN-CURRENCY
                   MOVE ER-RATE(ER-IDX) TO WS-TARGET-RATE
               END-IF
           END-PERFORM.

           IF WS-SOURCE-RATE = 0 OR WS-TARGET-RATE = 0
               GO TO CONVERT-PRICE-PARA-EXIT
           END-IF.

           MOVE 'Y' TO WS-RATES-OK.
           COMPUTE WS-PRINCIPAL ROUNDED =
               CMD-PRICE / WS-SOURCE-RATE * WS-TARGET-RATE.

       CONVERT-PRICE-PARA-EXIT.
           EXIT.

       ADD-BRAND-TOTAL-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > WS-BRAND-COUNT
               IF BT-BRAND(BRD-IDX) = STK-BRAND
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO BRD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-BRAND-COUNT < WS-MAX-BRANDS
                   ADD 1 TO WS-BRAND-COUNT
                   MOVE STK-BRAND TO BT-BRAND(WS-BRAND-COUNT)
                   MOVE ZEROS TO BT-VEHICLES(WS-BRAND-COUNT)
                   MOVE ZEROS TO BT-PRINCIPAL(WS-BRAND-COUNT)
                   MOVE ZEROS TO BT-MONTH-INT(WS-BRAND-COUNT)
                   MOVE ZEROS TO BT-CUM-INT(WS-BRAND-COUNT)
                   MOVE WS-BRAND-COUNT TO WS-FOUND-IDX
               ELSE
                   GO TO ADD-BRAND-TOTAL-PARA-EXIT
               END-IF
           END-IF.

           ADD 1 TO BT-VEHICLES(WS-FOUND-IDX).
           ADD WS-PRINCIPAL TO BT-PRINCIPAL(WS-FOUND-IDX).
           ADD WS-MONTH-INT TO BT-MONTH-INT(WS-FOUND-IDX).
           ADD WS-CUM-INT TO BT-CUM-INT(WS-FOUND-IDX).

       ADD-BRAND-TOTAL-PARA-EXIT.
           EXIT.

      * Marza vozila je postotak iz MARGIN reda za marku (ili "*")
      * na glavnicu; vozilo bez pravila marze se ne provjerava.
       CHECK-MARGIN-PARA.
           MOVE ZEROS TO WS-MARGIN-PCT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING MRG-IDX FROM 1 BY 1
                   UNTIL MRG-IDX > WS-MARGIN-COUNT
               IF MR-BRAND(MRG-IDX) = STK-BRAND
                   MOVE MR-PCT(MRG-IDX) TO WS-MARGIN-PCT
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               PERFORM VARYING MRG-IDX FROM 1 BY 1
                       UNTIL MRG-IDX > WS-MARGIN-COUNT
                   IF FUNCTION TRIM(MR-BRAND(MRG-IDX)) = "*"
                       MOVE MR-PCT(MRG-IDX) TO WS-MARGIN-PCT
                       SET ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT ENTRY-FOUND OR WS-MARGIN-PCT = 0
               GO TO CHECK-MARGIN-PARA-EXIT
           END-IF.

           COMPUTE WS-MARGIN ROUNDED =
                   WS-PRINCIPAL * WS-MARGIN-PCT / 100.
           IF WS-MARGIN = 0
               GO TO CHECK-MARGIN-PARA-EXIT
           END-IF.
           COMPUTE WS-MARGIN-SHARE ROUNDED =
                   WS-CUM-INT * 100 / WS-MARGIN
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-MARGIN-SHARE
           END-COMPUTE.
           IF WS-MARGIN-SHARE NOT > WS-ALERT-PCT
               GO TO CHECK-MARGIN-PARA-EXIT
           END-IF.

           ADD 1 TO ALERT-COUNT.
           MOVE WS-MARGIN TO WS-AMOUNT-EDIT.
           MOVE WS-CUM-INT TO WS-AMOUNT-EDIT-2.
           MOVE WS-MARGIN-SHARE TO WS-PCT-EDIT.
           MOVE WS-CUM-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING STK-VIN " " STK-BRAND(1:15) " " STK-MODEL(1:15)
                  " RECEIVED " STK-RECEIPT-DATE
                  " STATUS " STK-STATUS
                  " MARGIN " WS-AMOUNT-EDIT
                  " INTEREST " WS-AMOUNT-EDIT-2
                  " (" WS-DAYS-EDIT " DAYS) "
                  WS-PCT-EDIT " %"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

       CHECK-MARGIN-PARA-EXIT.
           EXIT.

       SKIP-VEHICLE-PARA.
           ADD 1 TO VEHICLES-SKIPPED.
           DISPLAY "CARFLOOR: VIN " STK-VIN " NOT CHARGED - "
                   FUNCTION TRIM(WS-REJECT-REASON).
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING STK-VIN " NOT CHARGED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

       SKIP-VEHICLE-PARA-EXIT.
           EXIT.

       WRITE-BRAND-TOTALS-PARA.
           MOVE SPACES TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.
           MOVE "INTEREST BY BRAND" TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           PERFORM VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > WS-BRAND-COUNT
               MOVE BT-PRINCIPAL(BRD-IDX) TO WS-TOTAL-EDIT
               MOVE BT-MONTH-INT(BRD-IDX) TO WS-AMOUNT-EDIT-2
               MOVE BT-CUM-INT(BRD-IDX) TO WS-AMOUNT-EDIT-3
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " BT-BRAND(BRD-IDX)(1:20)
                      " VEHICLES " BT-VEHICLES(BRD-IDX)
                      " PRINCIPAL " WS-TOTAL-EDIT
                      " MONTH INT. " WS-AMOUNT-EDIT-2
                      " CUM. INT. " WS-AMOUNT-EDIT-3
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
           END-PERFORM.

       WRITE-BRAND-TOTALS-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-MONTH-INT TO WS-AMOUNT-EDIT-2.
           MOVE WS-TOTAL-CUM-INT TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL " WS-FIN-CURRENCY
                  "  PRINCIPAL " WS-TOTAL-EDIT
                  "  MONTH INTEREST " WS-AMOUNT-EDIT-2
                  "  CUMULATIVE INTEREST " WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VEHICLES READ: " VEHICLES-READ
                  "  CHARGED: " VEHICLES-CHARGED
                  "  NOT CHARGED: " VEHICLES-SKIPPED
                  "  OVER MARGIN SHARE: " ALERT-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEREST-REPORT-LINE.
           WRITE INTEREST-REPORT-LINE.

           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VEHICLES OVER MARGIN SHARE: " ALERT-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           MOVE "CARFLOOR" TO EXC-PROGRAM-ID
           MOVE STOCK-STATUS TO EXC-CONDITION-CODE
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
           MOVE "CARFLOOR"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE VEHICLES-READ TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
