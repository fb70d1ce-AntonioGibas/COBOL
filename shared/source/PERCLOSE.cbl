      ******************************************************************
      *    PERCLOSE - Zatvaranje i ponovno otvaranje knjigovodstvenih  *
      *               razdoblja (kontrola PERCTL u PERNEW, vidi        *
      *               shared/copylib/PERCTL). MODE=CLOSE zatvara       *
      *               mjesec PERIOD=YYYYMM knjige LEDGER= tek kad je   *
      *               mjesec prosao i kad zajednicki audit trag        *
      *               (AUDITFL, AUDARC) pokazuje uspjesne mjesecne     *
      *               poslove te knjige (BANK: BANKINT i BANKFXRV,     *
      *               LIBRARY: CIRCMON, DOGS: godisnji DOGBILL);       *
      *               LATE=R/D kaze odbijaju li se kasna knjizenja ili *
      *               se preusmjeravaju. MODE=REOPEN ne otvara nista,  *
      *               nego stavlja zahtjev u red cekajucih promjena    *
      *               (PENDFL, sustav PERIOD) za odobrenje kroz        *
      *               CHGREVW; CHGAPPLY odobrene ispisuje u PERAPPR, a *
      *               MODE=APPLY ih provodi. MODE=REPORT ispisuje      *
      *               stanje razdoblja i PERLOG trag odbijenih i       *
      *               preusmjerenih knjizenja.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Kontrola razdoblja - prvo zatvaranje krece od prazne.
           SELECT OPTIONAL PERIOD-CONTROL-IN ASSIGN TO PERCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-CONTROL-OUT ASSIGN TO PERNEW
                  ORGANIZATION IS SEQUENTIAL.

      * Zajednicki audit trag i njegova arhiva (LOGHSKP) - dokaz da
      * su mjesecni poslovi knjige odradjeni.
           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO AUDARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITFL
                  ORGANIZATION IS SEQUENTIAL.

      * Red cekajucih promjena (vidi shared/copylib/PENDCHG).
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDFL
                  ORGANIZATION IS SEQUENTIAL.

      * Odobrena ponovna otvaranja koja je CHGAPPLY pustio.
           SELECT OPTIONAL APPROVED-PERIOD-FILE ASSIGN TO PERAPPR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PERIOD-LOG-FILE ASSIGN TO PERLOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-REPORT ASSIGN TO PERRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL-IN RECORDING MODE F.
       01 PERIOD-CONTROL-IN-RECORD PIC X(49).

       FD PERIOD-CONTROL-OUT RECORDING MODE F.
       01 PERIOD-CONTROL-OUT-RECORD PIC X(49).

       FD AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-RECORD  PIC X(105).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).

       FD PENDING-FILE RECORDING MODE F.
       01 PENDING-FILE-RECORD PIC X(186).

       FD APPROVED-PERIOD-FILE RECORDING MODE F.
       01 APPROVED-PERIOD-RECORD PIC X(100).

       FD PERIOD-LOG-FILE RECORDING MODE F.
       01 PERIOD-LOG-FILE-RECORD PIC X(106).

       FD PERIOD-REPORT.
       01 PERIOD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY PERCTL.
           COPY PENDCHG.
           COPY PERLOG.

      * Zapis audit traga koji se cita (AUDITFL/AUDARC) - vlastiti
      * zapis ovog pokretanja ide kroz AUDIT-LOG-RECORD.
       01 WS-AUDIT-IN.
           05 AIN-RUN-ID            PIC X(8).
           05 FILLER                PIC X.
           05 AIN-PROGRAM-NAME      PIC X(8).
           05 FILLER                PIC X(56).
           05 AIN-STATUS            PIC X(8).
           05 FILLER                PIC X(24).

       01 WS-CTL-EOF       PIC X VALUE 'N'.
           88 END-OF-CONTROL  VALUE 'Y'.
       01 WS-AUD-EOF       PIC X VALUE 'N'.
           88 END-OF-AUDIT    VALUE 'Y'.
       01 WS-PEND-EOF      PIC X VALUE 'N'.
           88 END-OF-PENDING  VALUE 'Y'.
       01 WS-APPR-EOF      PIC X VALUE 'N'.
           88 END-OF-APPROVED VALUE 'Y'.
       01 WS-LOG-EOF       PIC X VALUE 'N'.
           88 END-OF-LOG      VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Parametri pokretanja.
       01 WS-MODE          PIC X(8) VALUE SPACES.
           88 MODE-CLOSE    VALUE "CLOSE".
           88 MODE-REOPEN   VALUE "REOPEN".
           88 MODE-APPLY    VALUE "APPLY".
           88 MODE-REPORT   VALUE "REPORT".
       01 WS-LEDGER        PIC X(8) VALUE SPACES.
       01 WS-PERIOD        PIC X(6) VALUE SPACES.
       01 WS-PERIOD-NUM    REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PERIOD-VIEW   REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-OPERATOR-ID   PIC X(8) VALUE SPACES.
       01 WS-LATE-ACTION   PIC X VALUE "R".
           88 LATE-ACTION-VALID VALUE "R" "D".

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).


      * Knjige koje poznaje kontrola razdoblja.
       01 LEDGER-NAMES.
           05 FILLER PIC X(8) VALUE "BANK".
           05 FILLER PIC X(8) VALUE "LIBRARY".
           05 FILLER PIC X(8) VALUE "DOGS".
           05 FILLER PIC X(8) VALUE "CHAMPS".
       01 LEDGER-TABLE REDEFINES LEDGER-NAMES.
           05 LG-NAME PIC X(8) OCCURS 4 TIMES INDEXED BY LG-IDX.
       01 WS-LEDGER-COUNT  PIC 9 VALUE 4.

      * Poslovi koji moraju biti odradjeni prije zatvaranja: knjiga,
      * program (ALOG-PROGRAM-NAME) i ucestalost - M = mjesecni
      * (pokrenut na zadnji dan mjeseca ili kasnije), Y = godisnji
      * (pokrenut u godini razdoblja). CHAMPS nema mjesecnih poslova.
       01 REQUIRED-JOB-DEFINITIONS.
           05 FILLER PIC X(8) VALUE "BANK".
           05 FILLER PIC X(8) VALUE "BANKINT".
           05 FILLER PIC X    VALUE "M".
           05 FILLER PIC X(8) VALUE "BANK".
           05 FILLER PIC X(8) VALUE "BANKFXRV".
           05 FILLER PIC X    VALUE "M".
           05 FILLER PIC X(8) VALUE "LIBRARY".
           05 FILLER PIC X(8) VALUE "CIRCMON".
           05 FILLER PIC X    VALUE "M".
           05 FILLER PIC X(8) VALUE "DOGS".
           05 FILLER PIC X(8) VALUE "DOGBILL".
           05 FILLER PIC X    VALUE "Y".
       01 REQUIRED-JOB-TABLE REDEFINES REQUIRED-JOB-DEFINITIONS.
           05 REQUIRED-JOB-ENTRY OCCURS 4 TIMES INDEXED BY RJ-IDX.
              10 RJ-LEDGER      PIC X(8).
              10 RJ-PROGRAM     PIC X(8).
              10 RJ-FREQUENCY   PIC X.
       01 WS-JOB-COUNT     PIC 9 VALUE 4.
      * Zadnji nadjeni uspjesni run po poslu (0 = nema ga).
       01 JOB-FOUND-TABLE.
           05 JF-RUN-DATE  PIC 9(8) OCCURS 4 TIMES.

      * Kontrola razdoblja u memoriji - cijela se prepisuje u PERNEW.
       01 WS-MAX-PERIODS   PIC 9(4) VALUE 1000.
       01 WS-PERIOD-COUNT  PIC 9(4) VALUE 0.
       01 PERIOD-TABLE.
           02 PERIOD-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-PERIOD-COUNT
                            INDEXED BY PER-IDX.
              03 PT-RECORD   PIC X(49).
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

       01 WS-NEXT-PEND-ID  PIC 9(6) VALUE ZEROS.
       01 WS-TARGET-KEY    PIC X(60) VALUE SPACES.

      * Rastavljeni redak PERAPPR: knjiga|razdoblje|promjena|
      * pregledatelj.
       01 WS-APR-LEDGER    PIC X(8).
       01 WS-APR-PERIOD    PIC X(6).
       01 WS-APR-CHANGE    PIC X(6).
       01 WS-APR-REVIEWER  PIC X(8).

       01 MISSING-JOBS     PIC 9(2) VALUE ZEROS.
       01 TOTAL-RECORDS    PIC 9(6) VALUE ZEROS.
       01 REOPENED-COUNT   PIC 9(6) VALUE ZEROS.
       01 FAILED-COUNT     PIC 9(6) VALUE ZEROS.
       01 REJECTED-COUNT   PIC 9(6) VALUE ZEROS.
       01 REDIRECTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-STATUS-TEXT   PIC X(10).
       01 WS-AMOUNT-EDIT   PIC -(12)9.99.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/nista
      * za napraviti, 8=greska u podacima ili neodradjeni mjesecni
      * poslovi, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "PERCLOSE: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT MODE-CLOSE AND NOT MODE-REOPEN
                   AND NOT MODE-APPLY AND NOT MODE-REPORT
               DISPLAY "PERCLOSE: MODE MUST BE CLOSE, REOPEN, APPLY "
                       "OR REPORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF MODE-CLOSE OR MODE-REOPEN
               PERFORM VALIDATE-TARGET-PARA
                       THRU VALIDATE-TARGET-PARA-EXIT
               IF RETURN-CODE >= 8
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT PERIOD-REPORT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACCOUNTING PERIOD CONTROL - MODE " WS-MODE
                  "  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

           PERFORM LOAD-PERIODS-PARA THRU LOAD-PERIODS-PARA-EXIT.

           EVALUATE TRUE
               WHEN MODE-CLOSE
                   PERFORM CLOSE-PERIOD-PARA
                           THRU CLOSE-PERIOD-PARA-EXIT
                   PERFORM WRITE-PERIODS-PARA
                           THRU WRITE-PERIODS-PARA-EXIT
               WHEN MODE-REOPEN
                   PERFORM REQUEST-REOPEN-PARA
                           THRU REQUEST-REOPEN-PARA-EXIT
               WHEN MODE-APPLY
                   PERFORM APPLY-REOPEN-PARA
                           THRU APPLY-REOPEN-PARA-EXIT
                   PERFORM WRITE-PERIODS-PARA
                           THRU WRITE-PERIODS-PARA-EXIT
               WHEN MODE-REPORT
                   PERFORM REPORT-PERIODS-PARA
                           THRU REPORT-PERIODS-PARA-EXIT
                   PERFORM REPORT-LATE-POSTINGS-PARA
                           THRU REPORT-LATE-POSTINGS-PARA-EXIT
           END-EVALUATE.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE PERIOD-REPORT.
           GOBACK.

      * Rastavlja PARMD (npr. "MODE=CLOSE,LEDGER=BANK,PERIOD=202609,
      * OPERATOR=Z26069,LATE=D") u KEYWORD-TABLE - vidi TASK5C.
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
                       WHEN "MODE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-MODE
                       WHEN "LEDGER"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-LEDGER
                       WHEN "PERIOD"
                           MOVE KW-VALUE(KW-IDX)(1:6) TO WS-PERIOD
                       WHEN "OPERATOR"
                           MOVE KW-VALUE(KW-IDX)(1:8)
                               TO WS-OPERATOR-ID
                       WHEN "LATE"
                           MOVE KW-VALUE(KW-IDX)(1:1)
                               TO WS-LATE-ACTION
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * CLOSE i REOPEN traze poznatu knjigu, ispravan mjesec koji je
      * prosao i operatera.
       VALIDATE-TARGET-PARA.
           SET LG-IDX TO 1.
           SEARCH LG-NAME
               AT END
                   DISPLAY "PERCLOSE: UNKNOWN LEDGER " WS-LEDGER
                           " (BANK, LIBRARY, DOGS, CHAMPS)"
                   MOVE 8 TO RETURN-CODE
                   GO TO VALIDATE-TARGET-PARA-EXIT
               WHEN LG-NAME(LG-IDX) = WS-LEDGER
                   CONTINUE
           END-SEARCH.

           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERCLOSE: INVALID PERIOD " WS-PERIOD
                       " (YYYYMM)"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDATE-TARGET-PARA-EXIT
           END-IF.

           IF WS-PERIOD NOT < WS-RUN-DATE(1:6)
               DISPLAY "PERCLOSE: PERIOD " WS-PERIOD
                       " HAS NOT ENDED ON " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GO TO VALIDATE-TARGET-PARA-EXIT
           END-IF.

           IF WS-OPERATOR-ID = SPACES
               DISPLAY "PERCLOSE: OPERATOR ID IS REQUIRED "
                       "(PARM OPERATOR=XXXXXXXX)"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDATE-TARGET-PARA-EXIT
           END-IF.

           IF NOT LATE-ACTION-VALID
               DISPLAY "PERCLOSE: LATE MUST BE R (REJECT) OR "
                       "D (REDIRECT)"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDATE-TARGET-PARA-EXIT
           END-IF.

       VALIDATE-TARGET-PARA-EXIT.
           EXIT.

       LOAD-PERIODS-PARA.
           OPEN INPUT PERIOD-CONTROL-IN.

           READ PERIOD-CONTROL-IN
               AT END SET END-OF-CONTROL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CONTROL
               IF WS-PERIOD-COUNT NOT LESS THAN WS-MAX-PERIODS
                   DISPLAY "PERCLOSE: PERIOD TABLE FULL - RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   CLOSE PERIOD-CONTROL-IN
                   CLOSE PERIOD-REPORT
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE PERIOD-CONTROL-IN-RECORD
                   TO PT-RECORD(WS-PERIOD-COUNT)
               READ PERIOD-CONTROL-IN
                   AT END SET END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PERIOD-CONTROL-IN.

       LOAD-PERIODS-PARA-EXIT.
           EXIT.

      * Trazi zapis WS-LEDGER/WS-PERIOD u tablici razdoblja.
       FIND-PERIOD-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
               MOVE PT-RECORD(PER-IDX) TO PERIOD-CONTROL-RECORD
               IF PER-LEDGER = WS-LEDGER
                       AND PER-PERIOD = WS-PERIOD-NUM
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO PER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PERIOD-PARA-EXIT.
           EXIT.

      * CLOSE: mjesecni poslovi knjige moraju biti u audit tragu,
      * inace se razdoblje ne zatvara.
       CLOSE-PERIOD-PARA.
           PERFORM FIND-PERIOD-PARA THRU FIND-PERIOD-PARA-EXIT.
           IF ENTRY-FOUND AND PER-CLOSED
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                      " IS ALREADY CLOSED (" PER-CHANGED-DATE
                      " BY " PER-CHANGED-BY ")"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO CLOSE-PERIOD-PARA-EXIT
           END-IF.

           PERFORM CHECK-JOBS-PARA THRU CHECK-JOBS-PARA-EXIT.

           IF MISSING-JOBS > 0
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                      " NOT CLOSED - " MISSING-JOBS
                      " MONTH-END JOB(S) WITHOUT A SUCCESSFUL RUN"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               DISPLAY "PERCLOSE: " FUNCTION TRIM(TEMP-REPORT-LINE)
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-PERIOD-PARA-EXIT
           END-IF.

           IF NOT ENTRY-FOUND
                   AND WS-PERIOD-COUNT NOT LESS THAN WS-MAX-PERIODS
               DISPLAY "PERCLOSE: PERIOD TABLE FULL - " WS-LEDGER
                       " " WS-PERIOD " NOT CLOSED"
               MOVE 12 TO RETURN-CODE
               GO TO CLOSE-PERIOD-PARA-EXIT
           END-IF.

           IF NOT ENTRY-FOUND
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-FOUND-IDX
               INITIALIZE PERIOD-CONTROL-RECORD
                   REPLACING NUMERIC DATA BY ZEROS
                             ALPHANUMERIC DATA BY SPACES
               MOVE WS-LEDGER TO PER-LEDGER
               MOVE WS-PERIOD-NUM TO PER-PERIOD
           END-IF.

           MOVE "CLOSED"        TO PER-STATUS.
           MOVE WS-LATE-ACTION  TO PER-LATE-ACTION.
           MOVE WS-RUN-DATE-NUM TO PER-CHANGED-DATE.
           MOVE WS-OPERATOR-ID  TO PER-CHANGED-BY.
           MOVE ZEROS           TO PER-REFERENCE.
           MOVE PERIOD-CONTROL-RECORD TO PT-RECORD(WS-FOUND-IDX).

           IF PER-LATE-REDIRECT
               MOVE "REDIRECT" TO WS-STATUS-TEXT
           ELSE
               MOVE "REJECT" TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                  " CLOSED BY " WS-OPERATOR-ID
                  " - LATE POSTINGS: " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           DISPLAY "PERCLOSE: " FUNCTION TRIM(TEMP-REPORT-LINE).

       CLOSE-PERIOD-PARA-EXIT.
           EXIT.

      * Prolazi AUDARC pa AUDITFL i za svaki obavezni posao knjige
      * pamti zadnji uspjesni (OK/WARNING) run u dozvoljenom
      * rasponu datuma; poslovi bez takvog runa se ispisuju.
       CHECK-JOBS-PARA.
           MOVE ZEROS TO MISSING-JOBS.
           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > WS-JOB-COUNT
               MOVE ZEROS TO JF-RUN-DATE(RJ-IDX)
           END-PERFORM.

           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE INTO WS-AUDIT-IN
               AT END SET END-OF-AUDIT TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-AUDIT
               PERFORM MATCH-JOB-PARA THRU MATCH-JOB-PARA-EXIT
               READ AUDIT-ARCHIVE INTO WS-AUDIT-IN
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCHIVE.

           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-IN
               AT END SET END-OF-AUDIT TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-AUDIT
               PERFORM MATCH-JOB-PARA THRU MATCH-JOB-PARA-EXIT
               READ AUDIT-LOG-FILE INTO WS-AUDIT-IN
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

           MOVE "MONTH-END JOBS" TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > WS-JOB-COUNT
               IF RJ-LEDGER(RJ-IDX) = WS-LEDGER
                   MOVE SPACES TO TEMP-REPORT-LINE
                   IF JF-RUN-DATE(RJ-IDX) = ZEROS
                       ADD 1 TO MISSING-JOBS
                       STRING "  " RJ-PROGRAM(RJ-IDX)
                              "  NO SUCCESSFUL RUN FOR PERIOD"
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   ELSE
                       STRING "  " RJ-PROGRAM(RJ-IDX)
                              "  RUN " JF-RUN-DATE(RJ-IDX)
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   END-IF
                   MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
                   WRITE PERIOD-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

       CHECK-JOBS-PARA-EXIT.
           EXIT.

      * Jedan zapis audit traga prema obaveznim poslovima knjige.
      * Mjesecni posao se priznaje ako je uspjesno pokrenut u
      * zatvaranom mjesecu ili kasnije - kraj mjeseca za BANKINT
      * odredjuje CALFL (CAL-MONTH-END), pa to moze biti i zadnji
      * radni dan prije kalendarskog kraja mjeseca.
       MATCH-JOB-PARA.
           IF AIN-RUN-ID IS NOT NUMERIC
                   OR (AIN-STATUS NOT = "OK"
                       AND AIN-STATUS NOT = "WARNING")
               GO TO MATCH-JOB-PARA-EXIT
           END-IF.
           IF AIN-RUN-ID > WS-RUN-DATE
               GO TO MATCH-JOB-PARA-EXIT
           END-IF.

           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > WS-JOB-COUNT
               IF RJ-LEDGER(RJ-IDX) = WS-LEDGER
                       AND RJ-PROGRAM(RJ-IDX) = AIN-PROGRAM-NAME
                   IF (RJ-FREQUENCY(RJ-IDX) = "M"
                           AND AIN-RUN-ID(1:6) NOT < WS-PERIOD)
                       OR (RJ-FREQUENCY(RJ-IDX) = "Y"
                           AND AIN-RUN-ID(1:4) = WS-PERIOD(1:4))
                       MOVE AIN-RUN-ID TO JF-RUN-DATE(RJ-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-JOB-PARA-EXIT.
           EXIT.

      * REOPEN: zatvoreno razdoblje se ne otvara izravno - zahtjev
      * ide u red cekajucih promjena (PENDFL) sa statusom P, a drugi
      * operater ga odobrava kroz CHGREVW.
       REQUEST-REOPEN-PARA.
           PERFORM FIND-PERIOD-PARA THRU FIND-PERIOD-PARA-EXIT.
           IF NOT ENTRY-FOUND OR NOT PER-CLOSED
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                      " IS NOT CLOSED - NOTHING TO REOPEN"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO REQUEST-REOPEN-PARA-EXIT
           END-IF.

           MOVE SPACES TO WS-TARGET-KEY.
           STRING FUNCTION TRIM(WS-LEDGER) "|" WS-PERIOD
               DELIMITED BY SIZE INTO WS-TARGET-KEY.

      * Sljedeci slobodni broj promjene = najveci u redu + 1 (kao
      * CARPRICE); isti zahtjev koji jos ceka se ne ponavlja.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-NEXT-PEND-ID.
           OPEN INPUT PENDING-FILE.
           READ PENDING-FILE
               AT END SET END-OF-PENDING TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PENDING
               MOVE PENDING-FILE-RECORD TO PENDING-CHANGE-RECORD
               IF PCH-ID IS NUMERIC AND PCH-ID > WS-NEXT-PEND-ID
                   MOVE PCH-ID TO WS-NEXT-PEND-ID
               END-IF
               IF PCH-SYSTEM = "PERIOD"
                       AND PCH-TARGET-KEY = WS-TARGET-KEY
                       AND (PCH-PENDING OR PCH-APPROVED)
                   SET ENTRY-FOUND TO TRUE
               END-IF
               READ PENDING-FILE
                   AT END SET END-OF-PENDING TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           ADD 1 TO WS-NEXT-PEND-ID.

           IF ENTRY-FOUND
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                      " - REOPEN REQUEST ALREADY IN THE QUEUE"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO REQUEST-REOPEN-PARA-EXIT
           END-IF.

           INITIALIZE PENDING-CHANGE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-NEXT-PEND-ID TO PCH-ID.
           MOVE "PERIOD"        TO PCH-SYSTEM.
           MOVE WS-TARGET-KEY   TO PCH-TARGET-KEY.
           MOVE "OPEN"          TO PCH-NEW-VALUES.
           MOVE WS-OPERATOR-ID  TO PCH-SUBMITTED-BY.
           MOVE WS-RUN-DATE-NUM TO PCH-SUBMIT-DATE.
           MOVE "P"             TO PCH-STATUS.

           OPEN EXTEND PENDING-FILE.
           MOVE PENDING-CHANGE-RECORD TO PENDING-FILE-RECORD.
           WRITE PENDING-FILE-RECORD.
           CLOSE PENDING-FILE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PERIOD " WS-LEDGER " " WS-PERIOD
                  " - REOPEN QUEUED FOR APPROVAL AS CHANGE "
                  WS-NEXT-PEND-ID " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           DISPLAY "PERCLOSE: " FUNCTION TRIM(TEMP-REPORT-LINE).

       REQUEST-REOPEN-PARA-EXIT.
           EXIT.

      * APPLY: odobrena ponovna otvaranja iz PERAPPR (CHGAPPLY).
       APPLY-REOPEN-PARA.
           OPEN INPUT APPROVED-PERIOD-FILE.
           READ APPROVED-PERIOD-FILE
               AT END SET END-OF-APPROVED TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-APPROVED
               IF APPROVED-PERIOD-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-RECORDS
                   PERFORM APPLY-ONE-REOPEN-PARA
                           THRU APPLY-ONE-REOPEN-PARA-EXIT
               END-IF
               READ APPROVED-PERIOD-FILE
                   AT END SET END-OF-APPROVED TO TRUE
               END-READ
           END-PERFORM.

           CLOSE APPROVED-PERIOD-FILE.

           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "APPROVED REOPENS: " TOTAL-RECORDS
                  "  REOPENED: " REOPENED-COUNT
                  "  FAILED: " FAILED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

           IF FAILED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       APPLY-REOPEN-PARA-EXIT.
           EXIT.

       APPLY-ONE-REOPEN-PARA.
           MOVE SPACES TO WS-APR-LEDGER WS-APR-PERIOD
                          WS-APR-CHANGE WS-APR-REVIEWER.
           UNSTRING APPROVED-PERIOD-RECORD DELIMITED BY "|"
               INTO WS-APR-LEDGER WS-APR-PERIOD WS-APR-CHANGE
                    WS-APR-REVIEWER
           END-UNSTRING.

           MOVE WS-APR-LEDGER TO WS-LEDGER.
           MOVE WS-APR-PERIOD TO WS-PERIOD.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-PERIOD IS NUMERIC
               PERFORM FIND-PERIOD-PARA THRU FIND-PERIOD-PARA-EXIT
           END-IF.

           IF NOT ENTRY-FOUND OR NOT PER-CLOSED
               ADD 1 TO FAILED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "FAILED - CHANGE " WS-APR-CHANGE
                      " PERIOD " WS-APR-LEDGER " " WS-APR-PERIOD
                      " IS NOT CLOSED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               GO TO APPLY-ONE-REOPEN-PARA-EXIT
           END-IF.

           MOVE "OPEN"          TO PER-STATUS.
           MOVE WS-RUN-DATE-NUM TO PER-CHANGED-DATE.
           MOVE WS-APR-REVIEWER TO PER-CHANGED-BY.
           IF WS-APR-CHANGE IS NUMERIC
               MOVE WS-APR-CHANGE TO PER-REFERENCE
           END-IF.
           MOVE PERIOD-CONTROL-RECORD TO PT-RECORD(WS-FOUND-IDX).
           ADD 1 TO REOPENED-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REOPENED - PERIOD " WS-APR-LEDGER " "
                  WS-APR-PERIOD " CHANGE " WS-APR-CHANGE
                  " APPROVED BY " WS-APR-REVIEWER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

       APPLY-ONE-REOPEN-PARA-EXIT.
           EXIT.

      * Nova kontrola razdoblja u PERNEW (JCL njome zamjenjuje
      * PERCTL).
       WRITE-PERIODS-PARA.
           OPEN OUTPUT PERIOD-CONTROL-OUT.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
               MOVE PT-RECORD(PER-IDX) TO PERIOD-CONTROL-OUT-RECORD
               WRITE PERIOD-CONTROL-OUT-RECORD
           END-PERFORM.
           CLOSE PERIOD-CONTROL-OUT.

       WRITE-PERIODS-PARA-EXIT.
           EXIT.

      * REPORT: stanje razdoblja (po potrebi samo LEDGER=).
       REPORT-PERIODS-PARA.
           MOVE "PERIOD STATUS" TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE "  LEDGER   PERIOD STATUS LATE CHANGED  BY       CHANGE"
               TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
               MOVE PT-RECORD(PER-IDX) TO PERIOD-CONTROL-RECORD
               IF WS-LEDGER = SPACES OR PER-LEDGER = WS-LEDGER
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " PER-LEDGER
                          " " PER-PERIOD
                          " " PER-STATUS
                          " " PER-LATE-ACTION
                          "    " PER-CHANGED-DATE
                          " " PER-CHANGED-BY
                          " " PER-REFERENCE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE
                   WRITE PERIOD-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

       REPORT-PERIODS-PARA-EXIT.
           EXIT.

      * REPORT: knjizenja datirana u zatvoreno razdoblje iz PERLOG
      * traga (po potrebi samo LEDGER= i PERIOD= zatvorenog mjeseca).
       REPORT-LATE-POSTINGS-PARA.
           MOVE "POSTINGS DATED IN CLOSED PERIODS"
               TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  RUN DATE RUN    PROGRAM  LEDGER   POSTED   "
                  "CLOSED ACTION    NEW DATE REFERENCE        "
                  "                          AMOUNT"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

           OPEN INPUT PERIOD-LOG-FILE.
           READ PERIOD-LOG-FILE INTO PERIOD-LOG-RECORD
               AT END SET END-OF-LOG TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOG
               IF (WS-LEDGER = SPACES OR PLG-LEDGER = WS-LEDGER)
                       AND (WS-PERIOD = SPACES
                            OR PLG-CLOSED-PERIOD = WS-PERIOD-NUM)
                   PERFORM REPORT-LATE-LINE-PARA
                           THRU REPORT-LATE-LINE-PARA-EXIT
               END-IF
               READ PERIOD-LOG-FILE INTO PERIOD-LOG-RECORD
                   AT END SET END-OF-LOG TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PERIOD-LOG-FILE.

           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LATE POSTINGS: " TOTAL-RECORDS
                  "  REJECTED: " REJECTED-COUNT
                  "  REDIRECTED: " REDIRECTED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

       REPORT-LATE-POSTINGS-PARA-EXIT.
           EXIT.

       REPORT-LATE-LINE-PARA.
           ADD 1 TO TOTAL-RECORDS.
           IF PLG-REDIRECTED
               ADD 1 TO REDIRECTED-COUNT
               MOVE "REDIRECTED" TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE "REJECTED" TO WS-STATUS-TEXT
           END-IF.
           MOVE PLG-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " PLG-RUN-DATE
                  " " PLG-RUN-NUMBER
                  " " PLG-PROGRAM-ID
                  " " PLG-LEDGER
                  " " PLG-POST-DATE
                  " " PLG-CLOSED-PERIOD
                  " " WS-STATUS-TEXT
                  " " PLG-NEW-DATE
                  " " PLG-REFERENCE
                  " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.

       REPORT-LATE-LINE-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "PERCLOSE"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WS-PERIOD-COUNT TO ALOG-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-SAVED-RETURN-CODE >= 8
                   MOVE "ERROR" TO ALOG-STATUS
               WHEN WS-SAVED-RETURN-CODE >= 4
                   MOVE "WARNING" TO ALOG-STATUS
               WHEN OTHER
                   MOVE "OK" TO ALOG-STATUS
           END-EVALUATE
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
