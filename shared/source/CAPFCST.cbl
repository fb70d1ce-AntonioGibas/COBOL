      ******************************************************************
      *    CAPFCST - Prognoza kapaciteta tablica u memoriji. Programi  *
      *              koji cijeli maticni skup ucitavaju u OCCURS       *
      *              tablicu fiksne velicine (CBLTYPE, CUSTMNT,        *
      *              BORRREG, FINEPOST, DOGPAY, CBLEMPS...)            *
      *              prelijevanje inace otkriju tek u runu. Kontrolna  *
      *              datoteka CAPLIM nosi granicu svake tablice i      *
      *              izvor mjerenja: broj zapisa pokretanja iz         *
      *              AUDITFL/AUDARC ili broj zapisa skupa iz BALFL-a   *
      *              (koji se ovdje datira i cuva u CAPHIST            *
      *              povijesti). Nad mjerenjima u prozoru (PARM        *
      *              DAYS=nnn, default 90) racuna se linearni trend    *
      *              rasta (najmanji kvadrati po danima) i projicirani *
      *              datum dosezanja granice; tablice iznad praga      *
      *              (PARM WARNPCT=nn, default 80) idu u CAPWARN za    *
      *              dnevni OPSRPT pregled i run zavrsava s RC=4.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Kontrolna datoteka granica - jedna tablica po zapisu.
           SELECT LIMIT-FILE ASSIGN TO CAPLIM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO AUDARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BALANCE-FILE ASSIGN TO BALFL
                  ORGANIZATION IS SEQUENTIAL.

      * Datirana povijest BALFL mjerenja - BALFL se prazni po
      * prozoru, pa se trend po skupovima vodi ovdje.
           SELECT OPTIONAL CAPACITY-HISTORY ASSIGN TO CAPHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAPACITY-HISTORY-NEW ASSIGN TO CAPHNEW
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAPACITY-WARNINGS ASSIGN TO CAPWARN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAPACITY-REPORT ASSIGN TO CAPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-FILE.
       01 LIMIT-RECORD.
           05 LIM-PROGRAM-NAME  PIC X(8).
           05 FILLER            PIC X.
      * Izvor mjerenja: logicko ime skupa iz BALFL-a, ili AUDITFL
      * (odnosno razmaci) za broj zapisa pokretanja programa.
           05 LIM-DATASET-NAME  PIC X(8).
           05 FILLER            PIC X.
           05 LIM-TABLE-NAME    PIC X(20).
           05 FILLER            PIC X.
           05 LIM-MAX-ENTRIES   PIC 9(6).

       FD AUDIT-ARCHIVE RECORDING MODE F.
       01 AUDIT-ARCHIVE-RECORD  PIC X(105).

       FD AUDIT-LOG-FILE RECORDING MODE F.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).

       FD BALANCE-FILE RECORDING MODE F.
       01 BALANCE-FILE-RECORD   PIC X(41).

       FD CAPACITY-HISTORY.
       01 CAPACITY-HISTORY-RECORD.
           05 HST-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 HST-PROGRAM-NAME  PIC X(8).
           05 FILLER            PIC X.
           05 HST-DATASET-NAME  PIC X(8).
           05 FILLER            PIC X.
           05 HST-RECORD-COUNT  PIC 9(8).

       FD CAPACITY-HISTORY-NEW.
       01 CAPACITY-HISTORY-NEW-RECORD PIC X(35).

       FD CAPACITY-WARNINGS.
       01 CAPACITY-WARNING-LINE PIC X(67).

       FD CAPACITY-REPORT.
       01 CAPACITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITLOG.
           COPY CTLTOT.
           COPY CAPWRN.

       01 WS-LIM-EOF       PIC X VALUE 'N'.
           88 END-OF-LIMITS  VALUE 'Y'.
       01 WS-ARC-EOF       PIC X VALUE 'N'.
           88 END-OF-ARCHIVE VALUE 'Y'.
       01 WS-AUD-EOF       PIC X VALUE 'N'.
           88 END-OF-AUDIT   VALUE 'Y'.
       01 WS-BAL-EOF       PIC X VALUE 'N'.
           88 END-OF-BALFL   VALUE 'Y'.
       01 WS-HST-EOF       PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INTEGER   PIC 9(7) VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * Prozor trenda u danima (PARM DAYS=), prag upozorenja u
      * postocima (PARM WARNPCT=) i cuvanje CAPHIST povijesti.
       01 WS-WINDOW-DAYS   PIC 9(4) VALUE 90.
       01 WS-WARN-PERCENT  PIC 9(3) VALUE 80.
       01 WS-KEEP-DAYS     PIC 9(4) VALUE 366.
      * Projekcija dalja od ovoga se ne datira.
       01 WS-HORIZON-DAYS  PIC 9(5) VALUE 3650.

      * Granice tablica iz CAPLIM-a s akumulatorima za trend:
      * x = dan mjerenja relativno prema datumu izvodjenja (<= 0),
      * y = izmjereni broj zapisa.
       01 WS-MAX-LIMITS    PIC 9(3) VALUE 200.
       01 WS-LIMIT-COUNT   PIC 9(3) VALUE 0.
       01 LIMIT-TABLE.
           02 LIMIT-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-LIMIT-COUNT
                           INDEXED BY LIM-IDX.
              03 LT-PROGRAM-NAME PIC X(8).
              03 LT-DATASET-NAME PIC X(8).
              03 LT-TABLE-NAME   PIC X(20).
              03 LT-MAX-ENTRIES  PIC 9(6).
              03 LT-POINTS       PIC 9(5).
              03 LT-SUM-X        PIC S9(9).
              03 LT-SUM-Y        PIC 9(13).
              03 LT-SUM-XX       PIC 9(13).
              03 LT-SUM-XY       PIC S9(15).
              03 LT-LAST-DATE    PIC 9(8).
              03 LT-LAST-COUNT   PIC 9(8).

      * Jedno mjerenje za ADD-OBSERVATION-PARA.
       01 WS-OBS-PROGRAM   PIC X(8).
       01 WS-OBS-DATASET   PIC X(8).
       01 WS-OBS-DATE      PIC 9(8).
       01 WS-OBS-COUNT     PIC 9(8).
       01 WS-OBS-INTEGER   PIC 9(7).
       01 WS-OBS-DAY       PIC S9(5).
       01 WS-OBS-FLAG      PIC X VALUE 'N'.
           88 OBS-MATCHED   VALUE 'Y'.

      * Radna polja prognoze.
       01 WS-DENOMINATOR   PIC S9(18).
       01 WS-SLOPE         PIC S9(9)V9(4).
       01 WS-TREND-TODAY   PIC S9(11)V9(4).
       01 WS-DAYS-EXACT    PIC S9(9)V9(4).
       01 WS-DAYS-TO-LIMIT PIC S9(9).
       01 WS-LIMIT-INTEGER PIC 9(7).
       01 WS-LIMIT-DATE    PIC 9(8).
       01 WS-PERCENT       PIC 9(5).
       01 WS-PROJECTION    PIC X(12).
       01 WS-STATUS-TEXT   PIC X(17).
       01 WS-TREND-FLAG    PIC X VALUE 'N'.
           88 TREND-AVAILABLE VALUE 'Y'.

       01 WS-ED-MAX        PIC ZZZ,ZZ9.
       01 WS-ED-CURRENT    PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-PERCENT    PIC ZZ9.
       01 WS-ED-SLOPE      PIC -ZZZ,ZZ9.99.
       01 WS-ED-POINTS     PIC ZZZZ9.

       01 WARNING-COUNT    PIC 9(4) VALUE ZEROS.
       01 NO-DATA-COUNT    PIC 9(4) VALUE ZEROS.
       01 HISTORY-KEPT     PIC 9(6) VALUE ZEROS.
       01 HISTORY-ADDED    PIC 9(6) VALUE ZEROS.

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (tablica
      * iznad praga popunjenosti), 8=greska u podacima, 12=greska
      * datoteke.
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "CAPFCST: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           PERFORM LOAD-LIMITS-PARA THRU LOAD-LIMITS-PARA-EXIT.
           PERFORM SCAN-AUDIT-PARA THRU SCAN-AUDIT-PARA-EXIT.
           PERFORM ROLL-HISTORY-PARA THRU ROLL-HISTORY-PARA-EXIT.

           OPEN OUTPUT CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-WARNINGS.

           MOVE "TABLE CAPACITY FORECAST" TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
                  "  TREND WINDOW (DAYS): " WS-WINDOW-DAYS
                  "  WARNING AT PERCENT FULL: " WS-WARN-PERCENT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PROGRAM  DATASET  TABLE                  "
                  "  LIMIT     CURRENT  PCT  GROWTH/DAY POINTS "
                  "LIMIT DATE   STATUS"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           PERFORM VARYING LIM-IDX FROM 1 BY 1
                   UNTIL LIM-IDX > WS-LIMIT-COUNT
               PERFORM FORECAST-TABLE-PARA
                       THRU FORECAST-TABLE-PARA-EXIT
           END-PERFORM.

           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TABLES: " WS-LIMIT-COUNT
                  "  WARNINGS: " WARNING-COUNT
                  "  NO DATA: " NO-DATA-COUNT
                  "  BALFL MEASUREMENTS ADDED: " HISTORY-ADDED
                  "  HISTORY KEPT: " HISTORY-KEPT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

           IF WARNING-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CAPACITY-WARNINGS.
           CLOSE CAPACITY-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "DAYS=120,WARNPCT=75", i puni KEYWORD-TABLE - vidi TASK5C.
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

       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                       WHEN "DAYS"
                           COMPUTE WS-WINDOW-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "WARNPCT"
                           COMPUTE WS-WARN-PERCENT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Ucitava CAPLIM u LIMIT-TABLE. Zapis bez programa ili s
      * granicom nula se preskace uz poruku u SYSOUT.
       LOAD-LIMITS-PARA.
           OPEN INPUT LIMIT-FILE.

           READ LIMIT-FILE
               AT END SET END-OF-LIMITS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LIMITS
               IF LIM-PROGRAM-NAME = SPACES
                       OR LIM-MAX-ENTRIES IS NOT NUMERIC
                       OR LIM-MAX-ENTRIES = ZEROS
                   DISPLAY "CAPFCST: INVALID CAPLIM RECORD "
                           LIMIT-RECORD
               ELSE
                   IF WS-LIMIT-COUNT NOT LESS THAN WS-MAX-LIMITS
                       DISPLAY "CAPFCST: LIMIT TABLE FULL - SKIPPED "
                               LIM-PROGRAM-NAME " " LIM-TABLE-NAME
                   ELSE
                       ADD 1 TO WS-LIMIT-COUNT
                       SET LIM-IDX TO WS-LIMIT-COUNT
                       INITIALIZE LIMIT-ENTRY(LIM-IDX)
                       MOVE LIM-PROGRAM-NAME
                           TO LT-PROGRAM-NAME(LIM-IDX)
                       MOVE LIM-DATASET-NAME
                           TO LT-DATASET-NAME(LIM-IDX)
                       IF LIM-DATASET-NAME = SPACES
                           MOVE "AUDITFL" TO LT-DATASET-NAME(LIM-IDX)
                       END-IF
                       MOVE LIM-TABLE-NAME TO LT-TABLE-NAME(LIM-IDX)
                       MOVE LIM-MAX-ENTRIES
                           TO LT-MAX-ENTRIES(LIM-IDX)
                   END-IF
               END-IF
               READ LIMIT-FILE
                   AT END SET END-OF-LIMITS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LIMIT-FILE.

       LOAD-LIMITS-PARA-EXIT.
           EXIT.

      * Broj zapisa svakog pokretanja iz AUDARC pa AUDITFL - datum
      * mjerenja je ALOG-RUN-ID (YYYYMMDD).
       SCAN-AUDIT-PARA.
           MOVE "AUDITFL" TO WS-OBS-DATASET.

           OPEN INPUT AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ARCHIVE
               MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-LOG-RECORD
               PERFORM AUDIT-OBSERVATION-PARA
                       THRU AUDIT-OBSERVATION-PARA-EXIT
               READ AUDIT-ARCHIVE
                   AT END SET END-OF-ARCHIVE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-ARCHIVE.

           OPEN INPUT AUDIT-LOG-FILE.
           READ AUDIT-LOG-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-AUDIT
               MOVE AUDIT-LOG-FILE-RECORD TO AUDIT-LOG-RECORD
               PERFORM AUDIT-OBSERVATION-PARA
                       THRU AUDIT-OBSERVATION-PARA-EXIT
               READ AUDIT-LOG-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

       SCAN-AUDIT-PARA-EXIT.
           EXIT.

       AUDIT-OBSERVATION-PARA.
           IF ALOG-RUN-ID IS NOT NUMERIC
                   OR ALOG-RECORD-COUNT IS NOT NUMERIC
               GO TO AUDIT-OBSERVATION-PARA-EXIT
           END-IF.

           MOVE ALOG-PROGRAM-NAME TO WS-OBS-PROGRAM.
           MOVE ALOG-RUN-ID TO WS-OBS-DATE.
           MOVE ALOG-RECORD-COUNT TO WS-OBS-COUNT.
           PERFORM ADD-OBSERVATION-PARA THRU ADD-OBSERVATION-PARA-EXIT.

       AUDIT-OBSERVATION-PARA-EXIT.
           EXIT.

      * Prepisuje CAPHIST u CAPHNEW (bez mjerenja starijih od
      * WS-KEEP-DAYS i bez danasnjih, koja se ponovno uzimaju iz
      * BALFL-a - ponovljeni run istog dana ne udvostrucuje mjerenja)
      * pa dodaje BALFL zapise skupova koji imaju granicu u CAPLIM-u.
       ROLL-HISTORY-PARA.
           OPEN INPUT CAPACITY-HISTORY.
           OPEN OUTPUT CAPACITY-HISTORY-NEW.

           READ CAPACITY-HISTORY
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               IF HST-DATE IS NUMERIC
                       AND HST-RECORD-COUNT IS NUMERIC
                       AND HST-DATE NOT = WS-RUN-DATE-NUM
                       AND FUNCTION TEST-DATE-YYYYMMDD(HST-DATE) = 0
                   IF FUNCTION INTEGER-OF-DATE(HST-DATE)
                           + WS-KEEP-DAYS NOT < WS-RUN-INTEGER
                       ADD 1 TO HISTORY-KEPT
                       MOVE CAPACITY-HISTORY-RECORD
                           TO CAPACITY-HISTORY-NEW-RECORD
                       WRITE CAPACITY-HISTORY-NEW-RECORD
                       MOVE HST-PROGRAM-NAME TO WS-OBS-PROGRAM
                       MOVE HST-DATASET-NAME TO WS-OBS-DATASET
                       MOVE HST-DATE TO WS-OBS-DATE
                       MOVE HST-RECORD-COUNT TO WS-OBS-COUNT
                       PERFORM ADD-OBSERVATION-PARA
                               THRU ADD-OBSERVATION-PARA-EXIT
                   END-IF
               END-IF
               READ CAPACITY-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CAPACITY-HISTORY.

           OPEN INPUT BALANCE-FILE.
           READ BALANCE-FILE
               AT END SET END-OF-BALFL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-BALFL
               MOVE BALANCE-FILE-RECORD TO CONTROL-TOTALS-RECORD
               IF CTL-RECORD-COUNT IS NUMERIC
                   MOVE CTL-PROGRAM-NAME TO WS-OBS-PROGRAM
                   MOVE CTL-DATASET-NAME TO WS-OBS-DATASET
                   MOVE WS-RUN-DATE-NUM TO WS-OBS-DATE
                   MOVE CTL-RECORD-COUNT TO WS-OBS-COUNT
                   PERFORM ADD-OBSERVATION-PARA
                           THRU ADD-OBSERVATION-PARA-EXIT
                   IF OBS-MATCHED
                       ADD 1 TO HISTORY-ADDED
                       MOVE SPACES TO CAPACITY-HISTORY-RECORD
                       MOVE WS-OBS-DATE TO HST-DATE
                       MOVE WS-OBS-PROGRAM TO HST-PROGRAM-NAME
                       MOVE WS-OBS-DATASET TO HST-DATASET-NAME
                       MOVE WS-OBS-COUNT TO HST-RECORD-COUNT
                       MOVE CAPACITY-HISTORY-RECORD
                           TO CAPACITY-HISTORY-NEW-RECORD
                       WRITE CAPACITY-HISTORY-NEW-RECORD
                   END-IF
               END-IF
               READ BALANCE-FILE
                   AT END SET END-OF-BALFL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.
           CLOSE CAPACITY-HISTORY-NEW.

       ROLL-HISTORY-PARA-EXIT.
           EXIT.

      * Dodaje mjerenje WS-OBS-* svakoj tablici istog programa i
      * izvora. Mjerenja izvan prozora trenda ili iza datuma
      * izvodjenja se ne broje.
       ADD-OBSERVATION-PARA.
           MOVE 'N' TO WS-OBS-FLAG.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OBS-DATE) NOT = 0
               GO TO ADD-OBSERVATION-PARA-EXIT
           END-IF.
           COMPUTE WS-OBS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-OBS-DATE).
           IF WS-OBS-INTEGER > WS-RUN-INTEGER
                   OR WS-OBS-INTEGER + WS-WINDOW-DAYS < WS-RUN-INTEGER
               GO TO ADD-OBSERVATION-PARA-EXIT
           END-IF.
           COMPUTE WS-OBS-DAY = WS-OBS-INTEGER - WS-RUN-INTEGER.

           PERFORM VARYING LIM-IDX FROM 1 BY 1
                   UNTIL LIM-IDX > WS-LIMIT-COUNT
               IF LT-PROGRAM-NAME(LIM-IDX) = WS-OBS-PROGRAM
                       AND LT-DATASET-NAME(LIM-IDX) = WS-OBS-DATASET
                   SET OBS-MATCHED TO TRUE
                   ADD 1 TO LT-POINTS(LIM-IDX)
                   ADD WS-OBS-DAY TO LT-SUM-X(LIM-IDX)
                   ADD WS-OBS-COUNT TO LT-SUM-Y(LIM-IDX)
                   COMPUTE LT-SUM-XX(LIM-IDX) = LT-SUM-XX(LIM-IDX)
                           + WS-OBS-DAY * WS-OBS-DAY
                   COMPUTE LT-SUM-XY(LIM-IDX) = LT-SUM-XY(LIM-IDX)
                           + WS-OBS-DAY * WS-OBS-COUNT
      * Trenutna popunjenost je najveci broj zapisa zadnjeg dana.
                   IF WS-OBS-DATE > LT-LAST-DATE(LIM-IDX)
                       MOVE WS-OBS-DATE TO LT-LAST-DATE(LIM-IDX)
                       MOVE WS-OBS-COUNT TO LT-LAST-COUNT(LIM-IDX)
                   ELSE
                       IF WS-OBS-DATE = LT-LAST-DATE(LIM-IDX)
                          AND WS-OBS-COUNT > LT-LAST-COUNT(LIM-IDX)
                           MOVE WS-OBS-COUNT TO LT-LAST-COUNT(LIM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-OBSERVATION-PARA-EXIT.
           EXIT.

      * Prognoza jedne tablice: pravac najmanjih kvadrata y = a + b*x
      * (x = dan relativno prema datumu izvodjenja, pa je a trend na
      * danasnji dan), dani do granice = (granica - a) / b.
       FORECAST-TABLE-PARA.
           MOVE 'N' TO WS-TREND-FLAG.
           MOVE ZEROS TO WS-SLOPE WS-PERCENT.
           MOVE SPACES TO WS-PROJECTION.

           IF LT-POINTS(LIM-IDX) = ZEROS
               ADD 1 TO NO-DATA-COUNT
               MOVE "-" TO WS-PROJECTION
               MOVE "NO DATA" TO WS-STATUS-TEXT
               PERFORM WRITE-TABLE-LINE-PARA
                       THRU WRITE-TABLE-LINE-PARA-EXIT
               GO TO FORECAST-TABLE-PARA-EXIT
           END-IF.

           COMPUTE WS-PERCENT =
                   LT-LAST-COUNT(LIM-IDX) * 100
                   / LT-MAX-ENTRIES(LIM-IDX).
           IF WS-PERCENT > 999
               MOVE 999 TO WS-PERCENT
           END-IF.

           COMPUTE WS-DENOMINATOR =
                   LT-POINTS(LIM-IDX) * LT-SUM-XX(LIM-IDX)
                   - LT-SUM-X(LIM-IDX) * LT-SUM-X(LIM-IDX).

           IF LT-POINTS(LIM-IDX) > 1 AND WS-DENOMINATOR NOT = ZEROS
               SET TREND-AVAILABLE TO TRUE
               COMPUTE WS-SLOPE ROUNDED =
                       (LT-POINTS(LIM-IDX) * LT-SUM-XY(LIM-IDX)
                        - LT-SUM-X(LIM-IDX) * LT-SUM-Y(LIM-IDX))
                       / WS-DENOMINATOR
               COMPUTE WS-TREND-TODAY ROUNDED =
                       (LT-SUM-Y(LIM-IDX) * LT-SUM-XX(LIM-IDX)
                        - LT-SUM-X(LIM-IDX) * LT-SUM-XY(LIM-IDX))
                       / WS-DENOMINATOR
           END-IF.

           EVALUATE TRUE
               WHEN LT-LAST-COUNT(LIM-IDX)
                       NOT < LT-MAX-ENTRIES(LIM-IDX)
                   MOVE "AT LIMIT" TO WS-PROJECTION
               WHEN NOT TREND-AVAILABLE
                   MOVE "NO TREND" TO WS-PROJECTION
               WHEN WS-SLOPE NOT > ZEROS
                   MOVE "NOT GROWING" TO WS-PROJECTION
               WHEN OTHER
                   COMPUTE WS-DAYS-EXACT ROUNDED =
                           (LT-MAX-ENTRIES(LIM-IDX) - WS-TREND-TODAY)
                           / WS-SLOPE
                   MOVE WS-DAYS-EXACT TO WS-DAYS-TO-LIMIT
                   IF WS-DAYS-EXACT > WS-DAYS-TO-LIMIT
                       ADD 1 TO WS-DAYS-TO-LIMIT
                   END-IF
                   IF WS-DAYS-TO-LIMIT < ZEROS
                       MOVE ZEROS TO WS-DAYS-TO-LIMIT
                   END-IF
                   IF WS-DAYS-TO-LIMIT > WS-HORIZON-DAYS
                       MOVE "> 10 YEARS" TO WS-PROJECTION
                   ELSE
                       COMPUTE WS-LIMIT-INTEGER =
                               WS-RUN-INTEGER + WS-DAYS-TO-LIMIT
                       COMPUTE WS-LIMIT-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-LIMIT-INTEGER)
                       MOVE WS-LIMIT-DATE TO WS-PROJECTION
                   END-IF
           END-EVALUATE.

           IF WS-PERCENT NOT < WS-WARN-PERCENT
               ADD 1 TO WARNING-COUNT
               MOVE "WARNING" TO WS-STATUS-TEXT
               PERFORM WRITE-WARNING-PARA THRU WRITE-WARNING-PARA-EXIT
           ELSE
               MOVE "OK" TO WS-STATUS-TEXT
           END-IF.

           PERFORM WRITE-TABLE-LINE-PARA
                   THRU WRITE-TABLE-LINE-PARA-EXIT.

       FORECAST-TABLE-PARA-EXIT.
           EXIT.

       WRITE-TABLE-LINE-PARA.
           MOVE LT-MAX-ENTRIES(LIM-IDX) TO WS-ED-MAX.
           MOVE LT-LAST-COUNT(LIM-IDX) TO WS-ED-CURRENT.
           MOVE WS-PERCENT TO WS-ED-PERCENT.
           MOVE WS-SLOPE TO WS-ED-SLOPE.
           MOVE LT-POINTS(LIM-IDX) TO WS-ED-POINTS.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING LT-PROGRAM-NAME(LIM-IDX) " "
                  LT-DATASET-NAME(LIM-IDX) " "
                  LT-TABLE-NAME(LIM-IDX) " "
                  WS-ED-MAX " " WS-ED-CURRENT " "
                  WS-ED-PERCENT "% " WS-ED-SLOPE " "
                  WS-ED-POINTS " " WS-PROJECTION " "
                  WS-STATUS-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

       WRITE-TABLE-LINE-PARA-EXIT.
           EXIT.

       WRITE-WARNING-PARA.
           MOVE WS-RUN-DATE-NUM TO CW-RUN-DATE.
           MOVE LT-PROGRAM-NAME(LIM-IDX) TO CW-PROGRAM-NAME.
           MOVE LT-TABLE-NAME(LIM-IDX) TO CW-TABLE-NAME.
           MOVE LT-MAX-ENTRIES(LIM-IDX) TO CW-LIMIT.
           MOVE LT-LAST-COUNT(LIM-IDX) TO CW-CURRENT.
           MOVE WS-PERCENT TO CW-PERCENT.
           IF WS-PROJECTION(1:8) IS NUMERIC
               MOVE WS-PROJECTION(1:8) TO CW-LIMIT-DATE
           ELSE
               MOVE SPACES TO CW-LIMIT-DATE
           END-IF.
           IF LT-LAST-COUNT(LIM-IDX) NOT < LT-MAX-ENTRIES(LIM-IDX)
               MOVE LT-LAST-DATE(LIM-IDX) TO CW-LIMIT-DATE
           END-IF.
           MOVE CAPACITY-WARNING-RECORD TO CAPACITY-WARNING-LINE.
           WRITE CAPACITY-WARNING-LINE.

       WRITE-WARNING-PARA-EXIT.
           EXIT.
