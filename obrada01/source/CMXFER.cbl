       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMXFER.

      ******************************************************************
      * CMXFER - Transferi prvaka izmedu timova. Transakcije iz        *
      *          CMXTRX (prvak, tim iz kojeg odlazi, tim u koji        *
      *          dolazi, odsteta, datum stupanja na snagu) se          *
      *          provjeravaju protiv prijelaznih rokova iz kontrolne   *
      *          datoteke XWNCTL (sezona, od, do), protiv TEAM-VSAM-a  *
      *          (oba tima postoje i aktivna su - odredisni nije       *
      *          ugasen) i protiv najvece velicine sastava (PARM       *
      *          ROSTER=nn, default 10). Prazan tim iz kojeg odlazi    *
      *          znaci slobodnog igraca. Prihvaceni transfer mijenja   *
      *          CHAMP-TEAM u CHAMPION-VSAM-u (stara slika u CHAMPION- *
      *          HISTORY tragu, kao CMAPPLY) i dopisuje se u trajni    *
      *          registar XFRREG (vidi obrada01/copylib/XFRREC).       *
      *          Izvjestaj XFRRPT: obradeni transferi, sponzorski      *
      *          ugovori iz SPNSFL-a vezani uz prenesenog prvaka za    *
      *          reviziju, te sezonski pregled odsteta primljenih i    *
      *          placenih po timu (PARM SEASON=, default sezona roka   *
      *          koji obuhvaca datum pokretanja).                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-TRX-FILE ASSIGN TO CMXTRX
                  ORGANIZATION IS SEQUENTIAL.

      * Prijelazni rokovi - sezona i razdoblje u kojem su transferi
      * dozvoljeni; odrzava ga liga bez rekompilacije.
           SELECT WINDOW-FILE ASSIGN TO XWNCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

           SELECT TEAM-VSAM ASSIGN TO TEAMVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TEAM-NAME
                  FILE STATUS IS TEAM-STATUS-CODE.

           SELECT OPTIONAL SPONSOR-MASTER ASSIGN TO SPNSFL
                  ORGANIZATION IS SEQUENTIAL.

      * Trajni registar transfera - jedan zapis po transferu.
           SELECT TRANSFER-REGISTER ASSIGN TO XFRREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TRANSFER-REPORT ASSIGN TO XFRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-TRX-FILE.
       01 TRANSFER-TRX-RECORD.
           05 XTR-CHAMPION      PIC X(30).
           05 FILLER            PIC X.
           05 XTR-FROM-TEAM     PIC X(30).
           05 FILLER            PIC X.
           05 XTR-TO-TEAM       PIC X(30).
           05 FILLER            PIC X.
           05 XTR-FEE           PIC 9(9)V99.
           05 FILLER            PIC X.
           05 XTR-EFFECTIVE     PIC 9(8).

       FD WINDOW-FILE.
       01 WINDOW-RECORD.
           05 WIN-SEASON        PIC X(8).
           05 FILLER            PIC X.
           05 WIN-OPEN-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 WIN-CLOSE-DATE    PIC 9(8).

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD TEAM-VSAM.
           COPY TEAMREC.

      * Isti raspored kao SPONSOR-DETAIL u obrada01/source/CMSPONS.
       FD SPONSOR-MASTER.
       01 SPONSOR-DETAIL.
           05 SPN-ID            PIC 9(4).
           05 FILLER            PIC X.
           05 SPN-SPONSOR       PIC X(30).
           05 FILLER            PIC X.
           05 SPN-PARTY-TYPE    PIC X.
               88 SPN-FOR-CHAMPION VALUE "C".
           05 FILLER            PIC X.
           05 SPN-PARTY-NAME    PIC X(30).
           05 FILLER            PIC X.
           05 SPN-START-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 SPN-END-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 SPN-VALUE         PIC 9(9)V99.
           05 FILLER            PIC X.
           05 SPN-STATUS        PIC X.

       FD TRANSFER-REGISTER.
           COPY XFRREC.

       FD TRANSFER-REPORT.
       01 TRANSFER-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS      PIC XX.
           88 VSAM-OK       VALUE "00".
       01 TEAM-STATUS-CODE PIC XX.
           88 TEAM-FILE-OK  VALUE "00".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-WIN-EOF       PIC X VALUE 'N'.
           88 END-OF-WINDOWS VALUE 'Y'.
       01 WS-CHAMP-EOF     PIC X VALUE 'N'.
           88 END-OF-CHAMPS VALUE 'Y'.
       01 WS-SPN-EOF       PIC X VALUE 'N'.
           88 END-OF-SPONSORS VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 SPONSOR-FLAGS    PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-FEE-EDIT      PIC ZZZZZZZZ9.99.
       01 WS-FEE-EDIT-2    PIC ZZZZZZZZZZ9.99.

      * Najveca velicina sastava (PARM ROSTER=nn) i sezona za
      * sezonski pregled (PARM SEASON=xxxxxxxx).
       01 WS-MAX-ROSTER    PIC 9(3) VALUE 10.
       01 WS-SEASON        PIC X(8) VALUE SPACES.
       01 WS-TRX-SEASON    PIC X(8) VALUE SPACES.

      * Prijelazni rokovi iz XWNCTL.
       01 WS-MAX-WINDOWS   PIC 9(3) VALUE 50.
       01 WS-WINDOW-COUNT  PIC 9(3) VALUE 0.
       01 WINDOW-TABLE.
           02 WINDOW-ENTRY OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-WINDOW-COUNT
                            INDEXED BY WIN-IDX.
              03 WT-SEASON     PIC X(8).
              03 WT-OPEN-DATE  PIC 9(8).
              03 WT-CLOSE-DATE PIC 9(8).

      * Broj prvaka po timu - iz CHAMPION-VSAM-a na pocetku, azurira
      * se sa svakim prihvacenim transferom.
       01 WS-MAX-TEAMS     PIC 9(4) VALUE 1000.
       01 WS-TEAM-COUNT    PIC 9(4) VALUE 0.
       01 ROSTER-TABLE.
           02 ROSTER-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-TEAM-COUNT
                            INDEXED BY RST-IDX.
              03 RT-TEAM       PIC X(30).
              03 RT-MEMBERS    PIC 9(4).

      * Sponzorski ugovori na prvaka iz SPNSFL-a.
       01 WS-MAX-CONTRACTS PIC 9(4) VALUE 1000.
       01 WS-CONTRACT-COUNT PIC 9(4) VALUE 0.
       01 CONTRACT-TABLE.
           02 CONTRACT-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-CONTRACT-COUNT
                              INDEXED BY CON-IDX.
              03 CT-ID         PIC 9(4).
              03 CT-SPONSOR    PIC X(30).
              03 CT-CHAMPION   PIC X(30).
              03 CT-END-DATE   PIC 9(8).

      * Sponzorski ugovori za reviziju nakon transfera.
       01 WS-MAX-REVIEWS   PIC 9(4) VALUE 500.
       01 WS-REVIEW-COUNT  PIC 9(4) VALUE 0.
       01 REVIEW-TABLE.
           02 REVIEW-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-REVIEW-COUNT
                            INDEXED BY REV-IDX.
              03 RV-ID         PIC 9(4).
              03 RV-SPONSOR    PIC X(30).
              03 RV-CHAMPION   PIC X(30).
              03 RV-TO-TEAM    PIC X(30).

      * Sezonski pregled odsteta po timu.
       01 WS-MAX-FEE-TEAMS PIC 9(4) VALUE 1000.
       01 WS-FEE-TEAM-COUNT PIC 9(4) VALUE 0.
       01 FEE-TABLE.
           02 FEE-ENTRY OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-FEE-TEAM-COUNT
                         INDEXED BY FEE-IDX.
              03 FT-TEAM       PIC X(30).
              03 FT-IN-COUNT   PIC 9(4).
              03 FT-OUT-COUNT  PIC 9(4).
              03 FT-FEES-IN    PIC 9(11)V99.
              03 FT-FEES-OUT   PIC 9(11)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-TEAM   PIC X(30) VALUE SPACES.

      * Datum pokretanja (YYYYMMDD) za CHAMP-LAST-UPDATED i izbor
      * zadane sezone.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

      * Stara slika zapisa prije REWRITE - vidi obrada01/copylib/
      * CHHIST i obrada01/source/WRITEHST.
           COPY CHHIST.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijeni transferi, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           MOVE WS-ST-YEAR  TO WS-RUN-DATE(1:4).
           MOVE WS-ST-MONTH TO WS-RUN-DATE(5:2).
           MOVE WS-ST-DAY   TO WS-RUN-DATE(7:2).

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           PERFORM LOAD-WINDOWS-PARA THRU LOAD-WINDOWS-PARA-EXIT.
           PERFORM LOAD-SPONSORS-PARA THRU LOAD-SPONSORS-PARA-EXIT.

      * Zadana sezona pregleda - rok koji obuhvaca datum pokretanja,
      * inace tekuca godina (kao CMSEASON).
           IF WS-SEASON = SPACES
               PERFORM VARYING WIN-IDX FROM 1 BY 1
                       UNTIL WIN-IDX > WS-WINDOW-COUNT
                   IF WS-RUN-DATE-N NOT < WT-OPEN-DATE(WIN-IDX)
                           AND WS-RUN-DATE-N
                               NOT > WT-CLOSE-DATE(WIN-IDX)
                       MOVE WT-SEASON(WIN-IDX) TO WS-SEASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEASON = SPACES
               MOVE WS-ST-YEAR TO WS-SEASON(1:4)
           END-IF.

           OPEN INPUT TRANSFER-TRX-FILE.
           OPEN I-O CHAMPION-VSAM.
           OPEN INPUT TEAM-VSAM.
           OPEN EXTEND TRANSFER-REGISTER.
           OPEN OUTPUT TRANSFER-REPORT.

           PERFORM COUNT-ROSTERS-PARA THRU COUNT-ROSTERS-PARA-EXIT.

           MOVE "CHAMPION TRANSFERS" TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

           READ TRANSFER-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               PERFORM APPLY-TRANSFER-PARA
                       THRU APPLY-TRANSFER-PARA-EXIT
               READ TRANSFER-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSFER-TRX-FILE.
           CLOSE CHAMPION-VSAM.
           CLOSE TEAM-VSAM.
           CLOSE TRANSFER-REGISTER.

           PERFORM REPORT-SPONSOR-REVIEW-PARA
                   THRU REPORT-SPONSOR-REVIEW-PARA-EXIT.
           PERFORM REPORT-SEASON-FEES-PARA
                   THRU REPORT-SEASON-FEES-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE TRANSFER-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "ROSTER=8,SEASON=2026", i puni KEYWORD-TABLE - vidi
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

      * ROSTER= i SEASON= iz KEYWORD-TABLE.
       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "ROSTER"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-MAX-ROSTER =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           END-IF
                       WHEN "SEASON"
                           MOVE KW-VALUE(KW-IDX) TO WS-SEASON
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

       LOAD-WINDOWS-PARA.
           OPEN INPUT WINDOW-FILE.

           READ WINDOW-FILE
               AT END SET END-OF-WINDOWS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-WINDOWS
                   OR WS-WINDOW-COUNT NOT LESS THAN WS-MAX-WINDOWS
               IF WIN-OPEN-DATE IS NUMERIC
                       AND WIN-CLOSE-DATE IS NUMERIC
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE WIN-SEASON     TO WT-SEASON(WS-WINDOW-COUNT)
                   MOVE WIN-OPEN-DATE  TO WT-OPEN-DATE(WS-WINDOW-COUNT)
                   MOVE WIN-CLOSE-DATE
                       TO WT-CLOSE-DATE(WS-WINDOW-COUNT)
               END-IF
               READ WINDOW-FILE
                   AT END SET END-OF-WINDOWS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE WINDOW-FILE.

       LOAD-WINDOWS-PARA-EXIT.
           EXIT.

      * Aktivni ugovori (status A) na prvaka iz SPNSFL-a.
       LOAD-SPONSORS-PARA.
           OPEN INPUT SPONSOR-MASTER.

           READ SPONSOR-MASTER
               AT END SET END-OF-SPONSORS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SPONSORS
                   OR WS-CONTRACT-COUNT NOT LESS THAN WS-MAX-CONTRACTS
               IF SPN-FOR-CHAMPION AND SPN-STATUS = "A"
                   ADD 1 TO WS-CONTRACT-COUNT
                   MOVE SPN-ID         TO CT-ID(WS-CONTRACT-COUNT)
                   MOVE SPN-SPONSOR    TO CT-SPONSOR(WS-CONTRACT-COUNT)
                   MOVE SPN-PARTY-NAME
                       TO CT-CHAMPION(WS-CONTRACT-COUNT)
                   MOVE SPN-END-DATE   TO CT-END-DATE(WS-CONTRACT-COUNT)
               END-IF
               READ SPONSOR-MASTER
                   AT END SET END-OF-SPONSORS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SPONSOR-MASTER.

       LOAD-SPONSORS-PARA-EXIT.
           EXIT.

      * Prolazi cijeli CHAMPION-VSAM i broji clanove po timu.
       COUNT-ROSTERS-PARA.
           MOVE 'N' TO WS-CHAMP-EOF.
           MOVE LOW-VALUES TO CHAMP-NAME.

           START CHAMPION-VSAM KEY IS >= CHAMP-NAME
               INVALID KEY
                   SET END-OF-CHAMPS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-CHAMPS
               READ CHAMPION-VSAM NEXT RECORD
                   AT END SET END-OF-CHAMPS TO TRUE
               END-READ
               IF NOT END-OF-CHAMPS AND CHAMP-TEAM NOT = SPACES
                   MOVE CHAMP-TEAM TO WS-LOOKUP-TEAM
                   PERFORM FIND-ROSTER-PARA THRU FIND-ROSTER-PARA-EXIT
                   IF ENTRY-FOUND
                       ADD 1 TO RT-MEMBERS(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-ROSTERS-PARA-EXIT.
           EXIT.

      * Trazi (po potrebi dodaje) tim WS-LOOKUP-TEAM u ROSTER-TABLE.
       FIND-ROSTER-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING RST-IDX FROM 1 BY 1
                   UNTIL RST-IDX > WS-TEAM-COUNT
               IF RT-TEAM(RST-IDX) = WS-LOOKUP-TEAM
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO RST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-TEAM-COUNT < WS-MAX-TEAMS
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-TEAM TO RT-TEAM(WS-FOUND-IDX)
               MOVE ZEROS TO RT-MEMBERS(WS-FOUND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.

       FIND-ROSTER-PARA-EXIT.
           EXIT.

      * Jedan transfer: rok, prvak, oba tima, velicina sastava; tek
      * kad sve prode mijenja se CHAMP-TEAM i pise registar.
       APPLY-TRANSFER-PARA.
           IF XTR-CHAMPION = SPACES OR XTR-TO-TEAM = SPACES
               MOVE "CHAMPION OR DESTINATION MISSING"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           IF XTR-TO-TEAM = XTR-FROM-TEAM
               MOVE "DESTINATION EQUALS CURRENT TEAM"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           IF XTR-FEE IS NOT NUMERIC OR XTR-EFFECTIVE IS NOT NUMERIC
               MOVE "INVALID FEE OR EFFECTIVE DATE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           MOVE SPACES TO WS-TRX-SEASON.
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WINDOW-COUNT
               IF XTR-EFFECTIVE NOT < WT-OPEN-DATE(WIN-IDX)
                       AND XTR-EFFECTIVE NOT > WT-CLOSE-DATE(WIN-IDX)
                   MOVE WT-SEASON(WIN-IDX) TO WS-TRX-SEASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-TRX-SEASON = SPACES
               MOVE "OUTSIDE TRANSFER WINDOW" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           MOVE XTR-TO-TEAM TO TEAM-NAME.
           READ TEAM-VSAM
               INVALID KEY
                   MOVE "DESTINATION TEAM NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-TRANSFER-PARA-EXIT
           END-READ.
           IF NOT TEAM-ACTIVE
               MOVE "DESTINATION TEAM FOLDED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           IF XTR-FROM-TEAM NOT = SPACES
               MOVE XTR-FROM-TEAM TO TEAM-NAME
               READ TEAM-VSAM
                   INVALID KEY
                       MOVE "RELEASING TEAM NOT ON MASTER"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                           THRU REJECT-TRX-PARA-EXIT
                       GO TO APPLY-TRANSFER-PARA-EXIT
               END-READ
               IF NOT TEAM-ACTIVE
                   MOVE "RELEASING TEAM NOT ACTIVE"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-TRANSFER-PARA-EXIT
               END-IF
           END-IF.

           MOVE XTR-CHAMPION TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE "CHAMPION NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-TRANSFER-PARA-EXIT
           END-READ.

           IF CHAMP-TEAM NOT = XTR-FROM-TEAM
               MOVE "CHAMPION NOT IN RELEASING TEAM"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           MOVE XTR-TO-TEAM TO WS-LOOKUP-TEAM.
           PERFORM FIND-ROSTER-PARA THRU FIND-ROSTER-PARA-EXIT.
           IF NOT ENTRY-FOUND
                   OR RT-MEMBERS(WS-FOUND-IDX) NOT < WS-MAX-ROSTER
               MOVE "DESTINATION ROSTER FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-TRANSFER-PARA-EXIT
           END-IF.

           PERFORM JOURNAL-BEFORE-IMAGE-PARA
                   THRU JOURNAL-BEFORE-IMAGE-PARA-EXIT.

           MOVE XTR-TO-TEAM TO CHAMP-TEAM.
           MOVE WS-RUN-DATE TO CHAMP-LAST-UPDATED.
           REWRITE CHAMPION-DETAIL
               INVALID KEY
                   MOVE "APPLY-TRANSFER-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO APPLY-TRANSFER-PARA-EXIT
           END-REWRITE.

           ADD 1 TO RT-MEMBERS(WS-FOUND-IDX).
           IF XTR-FROM-TEAM NOT = SPACES
               MOVE XTR-FROM-TEAM TO WS-LOOKUP-TEAM
               PERFORM FIND-ROSTER-PARA THRU FIND-ROSTER-PARA-EXIT
               IF ENTRY-FOUND AND RT-MEMBERS(WS-FOUND-IDX) > 0
                   SUBTRACT 1 FROM RT-MEMBERS(WS-FOUND-IDX)
               END-IF
           END-IF.

           MOVE SPACES TO TRANSFER-REGISTER-RECORD.
           MOVE WS-TRX-SEASON TO XRG-SEASON.
           MOVE XTR-EFFECTIVE TO XRG-EFFECTIVE-DATE.
           MOVE XTR-CHAMPION  TO XRG-CHAMPION.
           MOVE XTR-FROM-TEAM TO XRG-FROM-TEAM.
           MOVE XTR-TO-TEAM   TO XRG-TO-TEAM.
           MOVE XTR-FEE       TO XRG-FEE.
           MOVE WS-RUN-NUMBER TO XRG-RUN-NUMBER.
           WRITE TRANSFER-REGISTER-RECORD.

           ADD 1 TO ACCEPTED-COUNT.
           MOVE XTR-FEE TO WS-FEE-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF XTR-FROM-TEAM = SPACES
               STRING "TRANSFERRED - " FUNCTION TRIM(XTR-CHAMPION)
                      ": FREE AGENT TO " FUNCTION TRIM(XTR-TO-TEAM)
                      " FEE " FUNCTION TRIM(WS-FEE-EDIT)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "TRANSFERRED - " FUNCTION TRIM(XTR-CHAMPION)
                      ": " FUNCTION TRIM(XTR-FROM-TEAM)
                      " TO " FUNCTION TRIM(XTR-TO-TEAM)
                      " FEE " FUNCTION TRIM(WS-FEE-EDIT)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

           PERFORM FLAG-SPONSORS-PARA THRU FLAG-SPONSORS-PARA-EXIT.

       APPLY-TRANSFER-PARA-EXIT.
           EXIT.

      * Aktivni sponzorski ugovori prenesenog prvaka idu na popis za
      * reviziju - ugovor je mozda vezan uz stari tim.
       FLAG-SPONSORS-PARA.
           PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-CONTRACT-COUNT
               IF CT-CHAMPION(CON-IDX) = XTR-CHAMPION
                       AND WS-REVIEW-COUNT < WS-MAX-REVIEWS
                   ADD 1 TO WS-REVIEW-COUNT
                   ADD 1 TO SPONSOR-FLAGS
                   MOVE CT-ID(CON-IDX)      TO RV-ID(WS-REVIEW-COUNT)
                   MOVE CT-SPONSOR(CON-IDX)
                       TO RV-SPONSOR(WS-REVIEW-COUNT)
                   MOVE XTR-CHAMPION TO RV-CHAMPION(WS-REVIEW-COUNT)
                   MOVE XTR-TO-TEAM  TO RV-TO-TEAM(WS-REVIEW-COUNT)
               END-IF
           END-PERFORM.

       FLAG-SPONSORS-PARA-EXIT.
           EXIT.

      * Upisuje staru sliku CHAMPION-DETAIL zapisa prije REWRITE-a u
      * CHAMPION-HISTORY trag (obrada01/source/WRITEHST).
       JOURNAL-BEFORE-IMAGE-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE CHAMP-NAME TO CHH-CHAMP-NAME.
           MOVE WS-ST-YEAR  TO CHH-RUN-ID(1:4).
           MOVE WS-ST-MONTH TO CHH-RUN-ID(5:2).
           MOVE WS-ST-DAY   TO CHH-RUN-ID(7:2).
           MOVE WS-START-TIMESTAMP TO CHH-CHANGE-TIMESTAMP.
           MOVE "CMXFER" TO CHH-CHANGED-BY.
           MOVE "UPDATE" TO CHH-ACTION.
           MOVE CHAMP-TEAM         TO CHH-OLD-TEAM.
           MOVE CHAMP-REGION       TO CHH-OLD-REGION.
           MOVE CHAMP-ROLE         TO CHH-OLD-ROLE.
           MOVE CHAMP-TITLES       TO CHH-OLD-TITLES.
           MOVE CHAMP-LAST-UPDATED TO CHH-OLD-LAST-UPDATED.
           MOVE WS-RUN-NUMBER      TO CHH-RUN-NUMBER.
           CALL "WRITEHST" USING CHAMPION-HISTORY-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       JOURNAL-BEFORE-IMAGE-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CMXFER: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ": " XTR-CHAMPION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED    - " FUNCTION TRIM(WS-REJECT-REASON)
                  ": [" XTR-CHAMPION "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "CMXFER: VSAM ERROR " VSAM-STATUS
                   " / " TEAM-STATUS-CODE
           MOVE "CMXFER" TO EXC-PROGRAM-ID
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR " CHAMP-NAME
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

       REPORT-SPONSOR-REVIEW-PARA.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE "SPONSORSHIPS TO REVIEW AFTER TRANSFER"
               TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

           IF WS-REVIEW-COUNT = 0
               MOVE "  NONE" TO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-IF.

           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-REVIEW-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  CONTRACT " RV-ID(REV-IDX)
                      " " RV-SPONSOR(REV-IDX)
                      " " RV-CHAMPION(REV-IDX)
                      " NOW WITH " FUNCTION TRIM(RV-TO-TEAM(REV-IDX))
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-PERFORM.

       REPORT-SPONSOR-REVIEW-PARA-EXIT.
           EXIT.

      * Sezonski pregled - cijeli registar (ukljucujuci upravo
      * dopisane transfere) za sezonu WS-SEASON, po timu: broj i
      * iznos odsteta primljenih (tim prodaje) i placenih (kupuje).
       REPORT-SEASON-FEES-PARA.
           OPEN INPUT TRANSFER-REGISTER.

           READ TRANSFER-REGISTER
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               IF XRG-SEASON = WS-SEASON AND XRG-FEE IS NUMERIC
                   IF XRG-FROM-TEAM NOT = SPACES
                       MOVE XRG-FROM-TEAM TO WS-LOOKUP-TEAM
                       PERFORM FIND-FEE-TEAM-PARA
                               THRU FIND-FEE-TEAM-PARA-EXIT
                       IF ENTRY-FOUND
                           ADD 1 TO FT-OUT-COUNT(WS-FOUND-IDX)
                           ADD XRG-FEE TO FT-FEES-IN(WS-FOUND-IDX)
                       END-IF
                   END-IF
                   MOVE XRG-TO-TEAM TO WS-LOOKUP-TEAM
                   PERFORM FIND-FEE-TEAM-PARA
                           THRU FIND-FEE-TEAM-PARA-EXIT
                   IF ENTRY-FOUND
                       ADD 1 TO FT-IN-COUNT(WS-FOUND-IDX)
                       ADD XRG-FEE TO FT-FEES-OUT(WS-FOUND-IDX)
                   END-IF
               END-IF
               READ TRANSFER-REGISTER
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSFER-REGISTER.

           MOVE SPACES TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "SEASON " FUNCTION TRIM(WS-SEASON)
                  " TRANSFER FEES BY TEAM"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > WS-FEE-TEAM-COUNT
               MOVE FT-FEES-IN(FEE-IDX) TO WS-FEE-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " FT-TEAM(FEE-IDX)
                      " OUT " FT-OUT-COUNT(FEE-IDX)
                      " FEES IN " WS-FEE-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE FT-FEES-OUT(FEE-IDX) TO WS-FEE-EDIT-2
               MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  IN " FT-IN-COUNT(FEE-IDX)
                      " FEES OUT " WS-FEE-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE(72:49)
               WRITE TRANSFER-REPORT-LINE
           END-PERFORM.

       REPORT-SEASON-FEES-PARA-EXIT.
           EXIT.

       FIND-FEE-TEAM-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > WS-FEE-TEAM-COUNT
               IF FT-TEAM(FEE-IDX) = WS-LOOKUP-TEAM
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO FEE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-FEE-TEAM-COUNT < WS-MAX-FEE-TEAMS
               ADD 1 TO WS-FEE-TEAM-COUNT
               MOVE WS-FEE-TEAM-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-TEAM TO FT-TEAM(WS-FOUND-IDX)
               MOVE ZEROS TO FT-IN-COUNT(WS-FOUND-IDX)
               MOVE ZEROS TO FT-OUT-COUNT(WS-FOUND-IDX)
               MOVE ZEROS TO FT-FEES-IN(WS-FOUND-IDX)
               MOVE ZEROS TO FT-FEES-OUT(WS-FOUND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.

       FIND-FEE-TEAM-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSFERS READ: " TOTAL-TRX
                  "  ACCEPTED: " ACCEPTED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  SPONSORSHIPS FLAGGED: " SPONSOR-FLAGS
                  "  MAX ROSTER: " WS-MAX-ROSTER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

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
           MOVE "CMXFER"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
