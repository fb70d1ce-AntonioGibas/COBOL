       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMFIXGEN.

      ******************************************************************
      * CMFIXGEN - Generator rasporeda meceva (vidi obrada01/copylib/  *
      *            FIXREC). Za event zadan PARM-om EVENT=xxx cita      *
      *            aktivne timove iz TEAM-VSAM-a i po CHAMP-REGION     *
      *            slaze raspored svatko sa svakim (kruzna metoda,     *
      *            tim viska u neparnoj skupini pauzira). PARM         *
      *            GROUPS=n dijeli timove regije u n skupina (grupna   *
      *            faza), START=YYYYMMDD je datum prvog kola (default  *
      *            datum pokretanja), DAYS=n razmak kola u danima      *
      *            (default 7). Datum svakog kola se preko CALSRV-a    *
      *            pomice na prvi radni dan. Postojeci FIXFL se        *
      *            prepisuje u FIXOUT bez meceva istog eventa, pa      *
      *            ponovljeno generiranje zamjenjuje raspored tog      *
      *            eventa, a ostale evente ne dira.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-VSAM ASSIGN TO TEAMVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TEAM-NAME
                  FILE STATUS IS TEAM-STATUS-CODE.

           SELECT OPTIONAL FIXTURE-IN ASSIGN TO FIXFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FIXTURE-OUT ASSIGN TO FIXOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FIXTURE-REPORT ASSIGN TO FIXRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TEAM-VSAM.
           COPY TEAMREC.

       FD FIXTURE-IN RECORDING MODE F.
       01 FIXTURE-IN-RECORD PIC X(123).

       FD FIXTURE-OUT RECORDING MODE F.
       01 FIXTURE-OUT-RECORD PIC X(123).

       FD FIXTURE-REPORT.
       01 FIXTURE-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 TEAM-STATUS-CODE PIC XX.
           88 TEAM-OK       VALUE "00".

       01 WS-TEAM-EOF      PIC X VALUE 'N'.
           88 END-OF-TEAMS  VALUE 'Y'.
       01 WS-FIX-EOF       PIC X VALUE 'N'.
           88 END-OF-FIXTURES VALUE 'Y'.

       01 TEAMS-READ       PIC 9(5) VALUE ZEROS.
       01 FIXTURES-KEPT    PIC 9(5) VALUE ZEROS.
       01 FIXTURES-DROPPED PIC 9(5) VALUE ZEROS.
       01 FIXTURES-WRITTEN PIC 9(5) VALUE ZEROS.
       01 REGIONS-DONE     PIC 9(3) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).

      * Parametri generiranja iz PARM-a.
       01 WS-EVENT         PIC X(20) VALUE SPACES.
       01 WS-START-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-ROUND-DAYS    PIC 9(3) VALUE 7.
       01 WS-GROUPS        PIC 9(2) VALUE 1.

      * Aktivni timovi iz TEAM-VSAM-a.
       01 WS-MAX-TEAMS     PIC 9(4) VALUE 1000.
       01 WS-TEAM-COUNT    PIC 9(4) VALUE 0.
       01 TEAM-TABLE.
           02 TEAM-ENTRY OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WS-TEAM-COUNT
                          INDEXED BY TM-IDX.
              03 TM-NAME      PIC X(30).
              03 TM-REGION    PIC X(20).
              03 TM-DONE      PIC X.
                 88 TM-IS-DONE VALUE 'Y'.

      * Timovi regije koja se upravo obraduje.
       01 WS-MAX-REGION-TEAMS PIC 9(3) VALUE 200.
       01 WS-REGION-TEAMS  PIC 9(3) VALUE 0.
       01 REGION-TEAM-TABLE.
           02 REGION-TEAM-ENTRY OCCURS 1 TO 200 TIMES
                                 DEPENDING ON WS-REGION-TEAMS.
              03 RG-TEAM-NAME PIC X(30).

      * Kruzna metoda: pozicija 1 stoji, ostale se nakon svakog kola
      * pomaknu za jedno mjesto; 0 na poziciji = pauza (neparan broj
      * timova u skupini).
       01 WS-GROUP-SIZE    PIC 9(3) VALUE 0.
       01 ROTATION-TABLE.
           02 ROT-TEAM OCCURS 201 TIMES PIC 9(3).
       01 WS-ROT-SIZE      PIC 9(3) VALUE 0.
       01 WS-ROT-SAVE      PIC 9(3) VALUE 0.
       01 WS-ROT-SUB       PIC 9(3) VALUE 0.
       01 WS-HOME-SUB      PIC 9(3) VALUE 0.
       01 WS-AWAY-SUB      PIC 9(3) VALUE 0.
       01 WS-PAIR-SUB      PIC 9(3) VALUE 0.
       01 WS-HALF          PIC 9(3) VALUE 0.
       01 WS-ROUND         PIC 9(2) VALUE 0.
       01 WS-ROUNDS        PIC 9(3) VALUE 0.
       01 WS-MATCH-NO      PIC 9(3) VALUE 0.
       01 WS-GROUP-NO      PIC 9(2) VALUE 0.
       01 WS-MEMBER-SUB    PIC 9(3) VALUE 0.
       01 WS-GROUP-LETTERS PIC X(26)
                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-GROUP-LETTER  PIC X VALUE SPACE.
       01 WS-REGION        PIC X(20) VALUE SPACES.
       01 WS-TEAM-SUB      PIC 9(4) VALUE 0.

      * Datum kola - START + (kolo - 1) * DAYS, pomaknut na radni dan.
       01 WS-ROUND-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INTEGER  PIC S9(9) COMP VALUE 0.
       01 WS-SHIFT-COUNT   PIC 9(2) VALUE 0.

      * Zapis rasporeda - vidi obrada01/copylib/FIXREC.
           COPY FIXREC.

      * Oznake dana iz zajednickog kalendarskog servisa
      * (shared/copylib/CALREQ, shared/source/CALSRV).
           COPY CALREQ.

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

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - pozivi uslugnih potprograma
      * bi tako pregazili RC postavljen tijekom obrade, pa ga
      * paragrafi koji ih zovu spremaju prije poziva i vracaju
      * poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Datum/vrijeme pokretanja za audit trag - vidi shared/source/
      * DTSTAMP, shared/copylib/AUDITLOG i shared/source/WRITELOG.
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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/regija
      * s premalo timova, 8=greska u podacima/parametrima,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           MOVE WS-ST-YEAR  TO WS-START-DATE(1:4).
           MOVE WS-ST-MONTH TO WS-START-DATE(5:2).
           MOVE WS-ST-DAY   TO WS-START-DATE(7:2).

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-EVENT = SPACES
               DISPLAY "CMFIXGEN: PARM EVENT= IS REQUIRED - "
                       "RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-TEAMS-PARA THRU LOAD-TEAMS-PARA-EXIT.

           OPEN OUTPUT FIXTURE-OUT.
           OPEN OUTPUT FIXTURE-REPORT.

           PERFORM COPY-OTHER-EVENTS-PARA
                   THRU COPY-OTHER-EVENTS-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "FIXTURE SCHEDULE - " FUNCTION TRIM(WS-EVENT)
                  "  FIRST ROUND " WS-START-DATE
                  "  GROUPS PER REGION " WS-GROUPS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.

           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX > WS-TEAM-COUNT
               IF NOT TM-IS-DONE(TM-IDX)
                   MOVE TM-REGION(TM-IDX) TO WS-REGION
                   PERFORM SCHEDULE-REGION-PARA
                           THRU SCHEDULE-REGION-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE FIXTURE-OUT.
           CLOSE FIXTURE-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "EVENT=SPRING SPLIT,START=20260105,GROUPS=2", i puni
      * KEYWORD-TABLE - vidi TASK5C.
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

      * EVENT=, START=, DAYS=, GROUPS= iz KEYWORD-TABLE.
       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "EVENT"
                           MOVE KW-VALUE(KW-IDX) TO WS-EVENT
                       WHEN "START"
                           IF KW-VALUE(KW-IDX)(1:8) IS NUMERIC
                               MOVE KW-VALUE(KW-IDX)(1:8)
                                   TO WS-START-DATE
                           END-IF
                       WHEN "DAYS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-ROUND-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           END-IF
                       WHEN "GROUPS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-GROUPS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-GROUPS = 0 OR WS-GROUPS > 26
               MOVE 1 TO WS-GROUPS
           END-IF.
           IF WS-ROUND-DAYS = 0
               MOVE 7 TO WS-ROUND-DAYS
           END-IF.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Aktivni timovi po kljucu (abecedno) - ugaseni (F) ne igraju.
       LOAD-TEAMS-PARA.
           OPEN INPUT TEAM-VSAM.

           READ TEAM-VSAM NEXT RECORD
               AT END SET END-OF-TEAMS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TEAMS
                   OR WS-TEAM-COUNT NOT LESS THAN WS-MAX-TEAMS
               ADD 1 TO TEAMS-READ
               IF TEAM-ACTIVE
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE TEAM-NAME   TO TM-NAME(WS-TEAM-COUNT)
                   MOVE TEAM-REGION TO TM-REGION(WS-TEAM-COUNT)
                   MOVE 'N'         TO TM-DONE(WS-TEAM-COUNT)
               END-IF
               READ TEAM-VSAM NEXT RECORD
                   AT END SET END-OF-TEAMS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TEAM-VSAM.

       LOAD-TEAMS-PARA-EXIT.
           EXIT.

      * Postojeci raspored ostalih evenata ide nepromijenjen u FIXOUT;
      * mecevi eventa koji se generira se izostavljaju (zamjenjuju).
       COPY-OTHER-EVENTS-PARA.
           OPEN INPUT FIXTURE-IN.

           READ FIXTURE-IN INTO FIXTURE-RECORD
               AT END SET END-OF-FIXTURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FIXTURES
               IF FIX-EVENT = WS-EVENT
                   ADD 1 TO FIXTURES-DROPPED
               ELSE
                   MOVE FIXTURE-RECORD TO FIXTURE-OUT-RECORD
                   WRITE FIXTURE-OUT-RECORD
                   ADD 1 TO FIXTURES-KEPT
               END-IF
               READ FIXTURE-IN INTO FIXTURE-RECORD
                   AT END SET END-OF-FIXTURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXTURE-IN.

       COPY-OTHER-EVENTS-PARA-EXIT.
           EXIT.

      * Jedna regija: timovi regije se rasporede po skupinama
      * (tim k ide u skupinu ((k - 1) mod GROUPS) + 1) i svaka
      * skupina dobiva svoj raspored svatko sa svakim.
       SCHEDULE-REGION-PARA.
           MOVE 0 TO WS-REGION-TEAMS.
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
                   UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
               IF TM-REGION(WS-TEAM-SUB) = WS-REGION
                   MOVE 'Y' TO TM-DONE(WS-TEAM-SUB)
                   IF WS-REGION-TEAMS < WS-MAX-REGION-TEAMS
                       ADD 1 TO WS-REGION-TEAMS
                       MOVE TM-NAME(WS-TEAM-SUB)
                           TO RG-TEAM-NAME(WS-REGION-TEAMS)
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO REGIONS-DONE.

           MOVE SPACES TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REGION " FUNCTION TRIM(WS-REGION)
                  " - ACTIVE TEAMS " WS-REGION-TEAMS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.

           IF WS-REGION-TEAMS < 2
               MOVE "  FEWER THAN TWO ACTIVE TEAMS - NO FIXTURES"
                   TO FIXTURE-REPORT-LINE
               WRITE FIXTURE-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO SCHEDULE-REGION-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-MATCH-NO.
           PERFORM VARYING WS-GROUP-NO FROM 1 BY 1
                   UNTIL WS-GROUP-NO > WS-GROUPS
               MOVE WS-GROUP-LETTERS(WS-GROUP-NO:1) TO WS-GROUP-LETTER
               PERFORM SCHEDULE-GROUP-PARA
                       THRU SCHEDULE-GROUP-PARA-EXIT
           END-PERFORM.

       SCHEDULE-REGION-PARA-EXIT.
           EXIT.

      * Kruzna metoda za jednu skupinu: ROT-TEAM drzi indekse u
      * REGION-TEAM-TABLE; neparan broj timova dobiva pauzu (0).
       SCHEDULE-GROUP-PARA.
           MOVE 0 TO WS-GROUP-SIZE.
           PERFORM VARYING WS-MEMBER-SUB FROM WS-GROUP-NO BY WS-GROUPS
                   UNTIL WS-MEMBER-SUB > WS-REGION-TEAMS
               ADD 1 TO WS-GROUP-SIZE
               MOVE WS-MEMBER-SUB TO ROT-TEAM(WS-GROUP-SIZE)
           END-PERFORM.

           IF WS-GROUP-SIZE < 2
               GO TO SCHEDULE-GROUP-PARA-EXIT
           END-IF.

           MOVE WS-GROUP-SIZE TO WS-ROT-SIZE.
           IF FUNCTION MOD(WS-ROT-SIZE, 2) NOT = 0
               ADD 1 TO WS-ROT-SIZE
               MOVE 0 TO ROT-TEAM(WS-ROT-SIZE)
           END-IF.

           COMPUTE WS-ROUNDS = WS-ROT-SIZE - 1.
           COMPUTE WS-HALF = WS-ROT-SIZE / 2.

           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUNDS
               PERFORM SET-ROUND-DATE-PARA
                       THRU SET-ROUND-DATE-PARA-EXIT
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > WS-HALF
                   PERFORM WRITE-FIXTURE-PARA
                           THRU WRITE-FIXTURE-PARA-EXIT
               END-PERFORM
               PERFORM ROTATE-PARA THRU ROTATE-PARA-EXIT
           END-PERFORM.

       SCHEDULE-GROUP-PARA-EXIT.
           EXIT.

      * Par WS-PAIR-SUB u kolu: pozicija i protiv pozicije
      * (velicina + 1 - i); domacin se izmjenjuje iz kola u kolo da
      * fiksni tim na poziciji 1 ne bude uvijek domacin.
       WRITE-FIXTURE-PARA.
           MOVE ROT-TEAM(WS-PAIR-SUB) TO WS-HOME-SUB.
           COMPUTE WS-ROT-SUB = WS-ROT-SIZE + 1 - WS-PAIR-SUB.
           MOVE ROT-TEAM(WS-ROT-SUB) TO WS-AWAY-SUB.

           IF WS-HOME-SUB = 0 OR WS-AWAY-SUB = 0
               GO TO WRITE-FIXTURE-PARA-EXIT
           END-IF.

           IF FUNCTION MOD(WS-ROUND, 2) = 0
               MOVE WS-HOME-SUB TO WS-ROT-SAVE
               MOVE WS-AWAY-SUB TO WS-HOME-SUB
               MOVE WS-ROT-SAVE TO WS-AWAY-SUB
           END-IF.

           ADD 1 TO WS-MATCH-NO.
           MOVE SPACES TO FIXTURE-RECORD.
           MOVE WS-EVENT        TO FIX-EVENT.
           MOVE WS-REGION       TO FIX-REGION.
           MOVE WS-GROUP-LETTER TO FIX-GROUP.
           MOVE WS-ROUND        TO FIX-ROUND.
           MOVE WS-MATCH-NO     TO FIX-MATCH-NO.
           MOVE WS-ROUND-DATE   TO FIX-DATE.
           MOVE RG-TEAM-NAME(WS-HOME-SUB) TO FIX-HOME-TEAM.
           MOVE RG-TEAM-NAME(WS-AWAY-SUB) TO FIX-AWAY-TEAM.
           MOVE "S"             TO FIX-STATUS.
           MOVE FIXTURE-RECORD TO FIXTURE-OUT-RECORD.
           WRITE FIXTURE-OUT-RECORD.
           ADD 1 TO FIXTURES-WRITTEN.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  GROUP " WS-GROUP-LETTER
                  " ROUND " WS-ROUND
                  " MATCH " WS-MATCH-NO
                  " " WS-ROUND-DATE
                  "  " FUNCTION TRIM(FIX-HOME-TEAM)
                  " VS " FUNCTION TRIM(FIX-AWAY-TEAM)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.

       WRITE-FIXTURE-PARA-EXIT.
           EXIT.

      * Pozicija 1 stoji, ostale se pomaknu za jedno mjesto udesno
      * (zadnja dolazi na poziciju 2).
       ROTATE-PARA.
           MOVE ROT-TEAM(WS-ROT-SIZE) TO WS-ROT-SAVE.
           PERFORM VARYING WS-ROT-SUB FROM WS-ROT-SIZE BY -1
                   UNTIL WS-ROT-SUB < 3
               MOVE ROT-TEAM(WS-ROT-SUB - 1) TO ROT-TEAM(WS-ROT-SUB)
           END-PERFORM.
           MOVE WS-ROT-SAVE TO ROT-TEAM(2).

       ROTATE-PARA-EXIT.
           EXIT.

      * Datum kola: START + (kolo - 1) * DAYS; dan koji po CALSRV-u
      * nije radni pomice se na sljedeci (najvise 14 dana).
       SET-ROUND-DATE-PARA.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE)
                   + (WS-ROUND - 1) * WS-ROUND-DAYS.
           COMPUTE WS-ROUND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE 0 TO WS-SHIFT-COUNT.
           MOVE WS-ROUND-DATE TO CAL-REQ-DATE.
           CALL "CALSRV" USING CALENDAR-REQUEST.

           PERFORM UNTIL CAL-BUSINESS-DAY
                   OR CAL-RESULT = "90"
                   OR WS-SHIFT-COUNT > 14
               ADD 1 TO WS-SHIFT-COUNT
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-ROUND-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-ROUND-DATE TO CAL-REQ-DATE
               CALL "CALSRV" USING CALENDAR-REQUEST
           END-PERFORM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       SET-ROUND-DATE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACTIVE TEAMS: " WS-TEAM-COUNT
                  "  REGIONS: " REGIONS-DONE
                  "  FIXTURES GENERATED: " FIXTURES-WRITTEN
                  "  REPLACED: " FIXTURES-DROPPED
                  "  OTHER EVENTS KEPT: " FIXTURES-KEPT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FIXTURE-REPORT-LINE.
           WRITE FIXTURE-REPORT-LINE.

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
           MOVE "CMFIXGEN"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE FIXTURES-WRITTEN TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
