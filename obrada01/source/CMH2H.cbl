       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMH2H.

      ******************************************************************
      * CMH2H - Medjusobni omjer (head-to-head) i forma prvaka. Cita   *
      *         RESFL (isti feed kao CMRESULT/CMRATING - jedan zapis   *
      *         po sudioniku) i za svaki par prvaka broji evente na    *
      *         kojima su oba imala plasman: koliko je puta koji bio   *
      *         bolje plasiran, koliko puta isto, i datum zadnjeg      *
      *         susreta. Uz to ispisuje "form guide" - zadnjih N       *
      *         plasmana svakog prvaka, najnoviji prvi. Kao CMLOOKUP,  *
      *         radi na PARM-u: CHAMP1=,CHAMP2= za jedan par ili       *
      *         REGION= za sve parove prvaka te CHAMP-REGION iz        *
      *         CHAMPION-VSAM-a; FORM= je broj plasmana u formi        *
      *         (zadano 5). Staro ime preimenovanog prvaka iz PARM-a   *
      *         razrjesava se preko ALIASRV, a plasmani iz RESFL pod   *
      *         starim imenom pripisuju se prvaku preko tablice starih *
      *         imena ALSFL. Izvjestaj ide u H2HRPT.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO RESFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

           SELECT H2H-REPORT ASSIGN TO H2HRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Tablica starih imena (CMRENAME) - RESFL se ne prepisuje kod
      * preimenovanja, pa stariji plasmani nose staro ime.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO ALSFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Jedan zapis po sudioniku meca: event serija, datum, prvak,
      * plasman.
       FD RESULTS-FILE.
       01 RESULT-RECORD.
           05 RES-EVENT         PIC X(20).
           05 FILLER            PIC X.
           05 RES-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 RES-CHAMPION      PIC X(30).
           05 FILLER            PIC X.
           05 RES-PLACEMENT     PIC 9(2).

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD H2H-REPORT.
       01 H2H-REPORT-LINE PIC X(132).

       FD ALIAS-FILE RECORDING MODE F.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-RES-EOF       PIC X VALUE 'N'.
           88 END-OF-RESULTS VALUE 'Y'.
       01 WS-CHAMP-EOF     PIC X VALUE 'N'.
           88 END-OF-CHAMPS VALUE 'Y'.
       01 WS-ALIAS-EOF     PIC X VALUE 'N'.
           88 END-OF-ALIASES VALUE 'Y'.

       01 TOTAL-RESULTS    PIC 9(5) VALUE ZEROS.
       01 SKIPPED-RESULTS  PIC 9(5) VALUE ZEROS.
       01 PAIRS-REPORTED   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-LINE-POS      PIC 9(3) VALUE ZEROS.

      * Kriteriji iz PARM-a - ili par prvaka ili regija.
       01 WS-CHAMP1        PIC X(30) VALUE SPACES.
       01 WS-CHAMP2        PIC X(30) VALUE SPACES.
       01 WS-CRIT-REGION   PIC X(20) VALUE SPACES.
       01 WS-MODE          PIC X VALUE ' '.
           88 MODE-PAIR     VALUE 'P'.
           88 MODE-REGION   VALUE 'R'.
       01 WS-FORM-N        PIC 9(2) VALUE 5.
       01 WS-MAX-FORM      PIC 9(2) VALUE 20.

      * Prvaci ukljuceni u usporedbu - dva iz PARM-a ili svi prvaci
      * regije iz CHAMPION-VSAM-a.
       01 WS-MAX-CHAMPS    PIC 9(3) VALUE 200.
       01 WS-CHAMP-COUNT   PIC 9(3) VALUE 0.
       01 CHAMP-LIST.
           02 CHAMP-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-CHAMP-COUNT
                           INDEXED BY CL-IDX.
              03 CL-NAME       PIC X(30).
              03 CL-RESULTS    PIC 9(4).

      * Plasmani iz feeda za prvake s popisa; RS-CL-IDX pokazuje na
      * prvaka u CHAMP-LIST.
       01 WS-MAX-RESULTS   PIC 9(5) VALUE 5000.
       01 WS-RESULT-COUNT  PIC 9(5) VALUE 0.
       01 RESULT-TABLE.
           02 RESULT-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-RESULT-COUNT
                            INDEXED BY RS-IDX RS-OPP-IDX.
              03 RS-EVENT        PIC X(20).
              03 RS-DATE         PIC 9(8).
              03 RS-CL-IDX       PIC 9(3).
              03 RS-PLACEMENT    PIC 9(2).
              03 RS-TAKEN        PIC X.
                 88 RS-IS-TAKEN  VALUE 'Y'.

      * Stara imena prvaka s popisa iz ALSFL; FN-CL-IDX pokazuje na
      * prvaka u CHAMP-LIST pod tekucim imenom.
       01 WS-MAX-FORMER    PIC 9(4) VALUE 2000.
       01 WS-FORMER-COUNT  PIC 9(4) VALUE 0.
       01 FORMER-NAME-TABLE.
           02 FORMER-NAME-ENTRY OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-FORMER-COUNT
                                INDEXED BY FN-IDX.
              03 FN-NAME       PIC X(30).
              03 FN-CL-IDX     PIC 9(3).

      * Medjusobni omjeri - PR-FIRST je uvijek prvak s manjim
      * indeksom u CHAMP-LIST. Tablica prima sve moguce parove
      * prvaka s popisa (200 * 199 / 2).
       01 WS-MAX-PAIRS     PIC 9(5) VALUE 19900.
       01 WS-PAIR-COUNT    PIC 9(5) VALUE 0.
       01 PAIR-TABLE.
           02 PAIR-ENTRY OCCURS 1 TO 19900 TIMES
                          DEPENDING ON WS-PAIR-COUNT
                          INDEXED BY PR-IDX.
              03 PR-FIRST        PIC 9(3).
              03 PR-SECOND       PIC 9(3).
              03 PR-MEETINGS     PIC 9(4).
              03 PR-FIRST-AHEAD  PIC 9(4).
              03 PR-SECOND-AHEAD PIC 9(4).
              03 PR-LEVEL        PIC 9(4).
              03 PR-LAST-DATE    PIC 9(8).
              03 PR-LAST-EVENT   PIC X(20).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(5) VALUE ZEROS.
       01 WS-LOOKUP-NAME   PIC X(30) VALUE SPACES.
       01 WS-FIRST         PIC 9(3) VALUE ZEROS.
       01 WS-SECOND        PIC 9(3) VALUE ZEROS.
       01 WS-FIRST-PLACE   PIC 9(2) VALUE ZEROS.
       01 WS-SECOND-PLACE  PIC 9(2) VALUE ZEROS.
       01 WS-BEST-IDX      PIC 9(5) VALUE ZEROS.
       01 WS-FORM-TAKEN    PIC 9(2) VALUE ZEROS.
       01 WS-COUNT-EDIT    PIC ZZZ9.
       01 WS-PLACE-EDIT    PIC Z9.

      * Zahtjev servisu starih imena - vidi obrada01/copylib/ALSREQ.
           COPY ALSREQ.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (nema
      * susreta, prvak nije na masteru), 8=greska u PARM-u,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF NOT MODE-PAIR AND NOT MODE-REGION
               DISPLAY "CMH2H: CHAMP1= AND CHAMP2= OR REGION= "
                       "IS REQUIRED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-FORM-N = 0 OR WS-FORM-N > WS-MAX-FORM
               DISPLAY "CMH2H: FORM= MUST BE 1 TO " WS-MAX-FORM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CHAMPION-VSAM.
           OPEN OUTPUT H2H-REPORT.

           MOVE "HEAD-TO-HEAD AND FORM GUIDE" TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           PERFORM BUILD-CHAMP-LIST-PARA
                   THRU BUILD-CHAMP-LIST-PARA-EXIT.

           IF MODE-PAIR AND CL-NAME(1) = CL-NAME(2)
               DISPLAY "CMH2H: CHAMP1= AND CHAMP2= ARE THE SAME "
                       "CHAMPION"
               MOVE 8 TO RETURN-CODE
               CLOSE CHAMPION-VSAM
               CLOSE H2H-REPORT
               GOBACK
           END-IF.

           PERFORM LOAD-FORMER-NAMES-PARA
                   THRU LOAD-FORMER-NAMES-PARA-EXIT.
           PERFORM LOAD-RESULTS-PARA THRU LOAD-RESULTS-PARA-EXIT.
           PERFORM BUILD-PAIRS-PARA THRU BUILD-PAIRS-PARA-EXIT.
           PERFORM REPORT-PAIRS-PARA THRU REPORT-PAIRS-PARA-EXIT.
           PERFORM REPORT-FORM-PARA THRU REPORT-FORM-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE CHAMPION-VSAM.
           CLOSE H2H-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "CHAMP1=FAKER,CHAMP2=CHOVY,FORM=8" - vidi TASK5C.
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

      * Prenosi CHAMP1=/CHAMP2=/REGION=/FORM= iz KEYWORD-TABLE; par
      * prvaka ima prednost kad je zadana i regija.
       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "CHAMP1"
                           MOVE KW-VALUE(KW-IDX) TO WS-CHAMP1
                       WHEN "CHAMP2"
                           MOVE KW-VALUE(KW-IDX) TO WS-CHAMP2
                       WHEN "REGION"
                           MOVE KW-VALUE(KW-IDX) TO WS-CRIT-REGION
                       WHEN "FORM"
                           COMPUTE WS-FORM-N =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHAMP1 NOT = SPACES AND WS-CHAMP2 NOT = SPACES
               SET MODE-PAIR TO TRUE
           ELSE
               IF WS-CRIT-REGION NOT = SPACES
                   SET MODE-REGION TO TRUE
               END-IF
           END-IF.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Popis prvaka za usporedbu: par iz PARM-a (stara imena
      * razrijesena preko ALIASRV) ili svi prvaci regije.
       BUILD-CHAMP-LIST-PARA.
           IF MODE-PAIR
               MOVE WS-CHAMP1 TO WS-LOOKUP-NAME
               PERFORM ADD-PARM-CHAMP-PARA
                       THRU ADD-PARM-CHAMP-PARA-EXIT
               MOVE WS-CHAMP2 TO WS-LOOKUP-NAME
               PERFORM ADD-PARM-CHAMP-PARA
                       THRU ADD-PARM-CHAMP-PARA-EXIT
               GO TO BUILD-CHAMP-LIST-PARA-EXIT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REGION: " WS-CRIT-REGION
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

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
               IF NOT END-OF-CHAMPS
                       AND CHAMP-REGION = WS-CRIT-REGION
                   IF WS-CHAMP-COUNT < WS-MAX-CHAMPS
                       ADD 1 TO WS-CHAMP-COUNT
                       MOVE CHAMP-NAME TO CL-NAME(WS-CHAMP-COUNT)
                       MOVE ZEROS TO CL-RESULTS(WS-CHAMP-COUNT)
                   ELSE
                       DISPLAY "CMH2H: REGION HAS MORE THAN "
                               WS-MAX-CHAMPS " CHAMPIONS - "
                               "NOT INCLUDED: " CHAMP-NAME
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CHAMP-COUNT = 0
               MOVE "  NO CHAMPIONS ON MASTER FOR THIS REGION"
                   TO H2H-REPORT-LINE
               WRITE H2H-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       BUILD-CHAMP-LIST-PARA-EXIT.
           EXIT.

      * Dodaje prvaka iz PARM-a na popis; prvak kojeg vise nema na
      * masteru ostaje u usporedbi (feed ga i dalje pamti), uz
      * upozorenje.
       ADD-PARM-CHAMP-PARA.
           MOVE WS-LOOKUP-NAME TO ALR-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "ALIASRV" USING ALIAS-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           IF ALR-RESULT = "00"
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING FUNCTION TRIM(WS-LOOKUP-NAME)
                      " IS A FORMER NAME OF "
                      FUNCTION TRIM(ALR-CURRENT-NAME)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE
               WRITE H2H-REPORT-LINE
               MOVE ALR-CURRENT-NAME TO WS-LOOKUP-NAME
           END-IF.

           ADD 1 TO WS-CHAMP-COUNT.
           MOVE WS-LOOKUP-NAME TO CL-NAME(WS-CHAMP-COUNT).
           MOVE ZEROS TO CL-RESULTS(WS-CHAMP-COUNT).

           MOVE WS-LOOKUP-NAME TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING FUNCTION TRIM(WS-LOOKUP-NAME)
                          " IS NOT ON THE CHAMPION MASTER"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE
                   WRITE H2H-REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       ADD-PARM-CHAMP-PARA-EXIT.
           EXIT.

      * Ucitava iz ALSFL stara imena prvaka s popisa, da se plasmani
      * iz vremena prije preimenovanja pripisu prvaku. ALSFL uvijek
      * vodi na tekuce ime (vidi ALIASREC), pa je dovoljan jedan
      * prolaz.
       LOAD-FORMER-NAMES-PARA.
           OPEN INPUT ALIAS-FILE.

           READ ALIAS-FILE
               AT END SET END-OF-ALIASES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ALIASES
               MOVE ALS-CURRENT-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-CHAMP-PARA THRU FIND-CHAMP-PARA-EXIT
               IF ENTRY-FOUND
                   IF WS-FORMER-COUNT < WS-MAX-FORMER
                       ADD 1 TO WS-FORMER-COUNT
                       MOVE ALS-OLD-NAME
                            TO FN-NAME(WS-FORMER-COUNT)
                       MOVE WS-FOUND-IDX
                            TO FN-CL-IDX(WS-FORMER-COUNT)
                   ELSE
                       DISPLAY "CMH2H: MORE THAN " WS-MAX-FORMER
                               " FORMER NAMES - NOT RESOLVED: "
                               ALS-OLD-NAME
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               READ ALIAS-FILE
                   AT END SET END-OF-ALIASES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ALIAS-FILE.

       LOAD-FORMER-NAMES-PARA-EXIT.
           EXIT.

      * Ucitava iz RESFL plasmane prvaka s popisa; ostali zapisi se
      * preskacu, kao i zapisi bez ispravnog plasmana.
       LOAD-RESULTS-PARA.
           OPEN INPUT RESULTS-FILE.

           READ RESULTS-FILE
               AT END SET END-OF-RESULTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RESULTS
               ADD 1 TO TOTAL-RESULTS
               PERFORM COLLECT-RESULT-PARA
                       THRU COLLECT-RESULT-PARA-EXIT
               READ RESULTS-FILE
                   AT END SET END-OF-RESULTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RESULTS-FILE.

       LOAD-RESULTS-PARA-EXIT.
           EXIT.

       COLLECT-RESULT-PARA.
           IF RES-PLACEMENT IS NOT NUMERIC OR RES-PLACEMENT = ZEROS
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           MOVE RES-CHAMPION TO WS-LOOKUP-NAME.
           PERFORM FIND-CHAMP-PARA THRU FIND-CHAMP-PARA-EXIT.
           IF NOT ENTRY-FOUND
               PERFORM FIND-FORMER-NAME-PARA
                       THRU FIND-FORMER-NAME-PARA-EXIT
           END-IF.
           IF NOT ENTRY-FOUND
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           IF WS-RESULT-COUNT NOT < WS-MAX-RESULTS
               ADD 1 TO SKIPPED-RESULTS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           ADD 1 TO WS-RESULT-COUNT.
           MOVE RES-EVENT     TO RS-EVENT(WS-RESULT-COUNT).
           MOVE RES-DATE      TO RS-DATE(WS-RESULT-COUNT).
           MOVE WS-FOUND-IDX  TO RS-CL-IDX(WS-RESULT-COUNT).
           MOVE RES-PLACEMENT TO RS-PLACEMENT(WS-RESULT-COUNT).
           MOVE 'N'           TO RS-TAKEN(WS-RESULT-COUNT).
           ADD 1 TO CL-RESULTS(WS-FOUND-IDX).

       COLLECT-RESULT-PARA-EXIT.
           EXIT.

      * Trazi WS-LOOKUP-NAME u CHAMP-LIST; indeks u WS-FOUND-IDX.
       FIND-CHAMP-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CHAMP-COUNT
               IF CL-NAME(CL-IDX) = WS-LOOKUP-NAME
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO CL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CHAMP-PARA-EXIT.
           EXIT.

      * Trazi WS-LOOKUP-NAME medju starim imenima; indeks prvaka
      * pod tekucim imenom u WS-FOUND-IDX.
       FIND-FORMER-NAME-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FN-IDX FROM 1 BY 1
                   UNTIL FN-IDX > WS-FORMER-COUNT
               IF FN-NAME(FN-IDX) = WS-LOOKUP-NAME
                   SET ENTRY-FOUND TO TRUE
                   MOVE FN-CL-IDX(FN-IDX) TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-FORMER-NAME-PARA-EXIT.
           EXIT.

      * Svaki par plasmana istog eventa (serija + datum) dvaju
      * razlicitih prvaka s popisa je jedan susret.
       BUILD-PAIRS-PARA.
           IF MODE-PAIR
               MOVE 1 TO WS-FIRST
               MOVE 2 TO WS-SECOND
               PERFORM FIND-PAIR-PARA THRU FIND-PAIR-PARA-EXIT
           END-IF.

           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESULT-COUNT
               PERFORM VARYING RS-OPP-IDX FROM RS-IDX BY 1
                       UNTIL RS-OPP-IDX > WS-RESULT-COUNT
                   IF RS-EVENT(RS-OPP-IDX) = RS-EVENT(RS-IDX)
                           AND RS-DATE(RS-OPP-IDX) = RS-DATE(RS-IDX)
                           AND RS-CL-IDX(RS-OPP-IDX)
                               NOT = RS-CL-IDX(RS-IDX)
                       PERFORM RECORD-MEETING-PARA
                               THRU RECORD-MEETING-PARA-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-PAIRS-PARA-EXIT.
           EXIT.

      * Upisuje susret u PAIR-TABLE - manji plasman je bolji.
       RECORD-MEETING-PARA.
           IF RS-CL-IDX(RS-IDX) < RS-CL-IDX(RS-OPP-IDX)
               MOVE RS-CL-IDX(RS-IDX)        TO WS-FIRST
               MOVE RS-PLACEMENT(RS-IDX)     TO WS-FIRST-PLACE
               MOVE RS-CL-IDX(RS-OPP-IDX)    TO WS-SECOND
               MOVE RS-PLACEMENT(RS-OPP-IDX) TO WS-SECOND-PLACE
           ELSE
               MOVE RS-CL-IDX(RS-OPP-IDX)    TO WS-FIRST
               MOVE RS-PLACEMENT(RS-OPP-IDX) TO WS-FIRST-PLACE
               MOVE RS-CL-IDX(RS-IDX)        TO WS-SECOND
               MOVE RS-PLACEMENT(RS-IDX)     TO WS-SECOND-PLACE
           END-IF.

           PERFORM FIND-PAIR-PARA THRU FIND-PAIR-PARA-EXIT.
           IF NOT ENTRY-FOUND
               GO TO RECORD-MEETING-PARA-EXIT
           END-IF.

           ADD 1 TO PR-MEETINGS(WS-FOUND-IDX).
           EVALUATE TRUE
               WHEN WS-FIRST-PLACE < WS-SECOND-PLACE
                   ADD 1 TO PR-FIRST-AHEAD(WS-FOUND-IDX)
               WHEN WS-FIRST-PLACE > WS-SECOND-PLACE
                   ADD 1 TO PR-SECOND-AHEAD(WS-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO PR-LEVEL(WS-FOUND-IDX)
           END-EVALUATE.

           IF RS-DATE(RS-IDX) NOT < PR-LAST-DATE(WS-FOUND-IDX)
               MOVE RS-DATE(RS-IDX)  TO PR-LAST-DATE(WS-FOUND-IDX)
               MOVE RS-EVENT(RS-IDX) TO PR-LAST-EVENT(WS-FOUND-IDX)
           END-IF.

       RECORD-MEETING-PARA-EXIT.
           EXIT.

      * Trazi (po potrebi dodaje) par WS-FIRST/WS-SECOND u
      * PAIR-TABLE; indeks u WS-FOUND-IDX.
       FIND-PAIR-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               IF PR-FIRST(PR-IDX) = WS-FIRST
                       AND PR-SECOND(PR-IDX) = WS-SECOND
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO PR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND AND WS-PAIR-COUNT < WS-MAX-PAIRS
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-FIRST  TO PR-FIRST(WS-PAIR-COUNT)
               MOVE WS-SECOND TO PR-SECOND(WS-PAIR-COUNT)
               MOVE ZEROS     TO PR-MEETINGS(WS-PAIR-COUNT)
                                 PR-FIRST-AHEAD(WS-PAIR-COUNT)
                                 PR-SECOND-AHEAD(WS-PAIR-COUNT)
                                 PR-LEVEL(WS-PAIR-COUNT)
                                 PR-LAST-DATE(WS-PAIR-COUNT)
               MOVE SPACES    TO PR-LAST-EVENT(WS-PAIR-COUNT)
               SET ENTRY-FOUND TO TRUE
               MOVE WS-PAIR-COUNT TO WS-FOUND-IDX
           END-IF.

       FIND-PAIR-PARA-EXIT.
           EXIT.

       REPORT-PAIRS-PARA.
           MOVE SPACES TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.
           MOVE "HEAD-TO-HEAD RECORDS" TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               PERFORM REPORT-ONE-PAIR-PARA
                       THRU REPORT-ONE-PAIR-PARA-EXIT
           END-PERFORM.

           IF PAIRS-REPORTED = 0
               MOVE "  NO MEETINGS ON FILE" TO H2H-REPORT-LINE
               WRITE H2H-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       REPORT-PAIRS-PARA-EXIT.
           EXIT.

       REPORT-ONE-PAIR-PARA.
           IF PR-MEETINGS(PR-IDX) = 0
               GO TO REPORT-ONE-PAIR-PARA-EXIT
           END-IF.

           ADD 1 TO PAIRS-REPORTED.
           MOVE PR-FIRST(PR-IDX)  TO WS-FIRST.
           MOVE PR-SECOND(PR-IDX) TO WS-SECOND.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " FUNCTION TRIM(CL-NAME(WS-FIRST))
                  " VS " FUNCTION TRIM(CL-NAME(WS-SECOND))
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE 1 TO WS-LINE-POS.
           MOVE PR-MEETINGS(PR-IDX) TO WS-COUNT-EDIT.
           STRING "    MEETINGS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WITH POINTER WS-LINE-POS.
           MOVE PR-FIRST-AHEAD(PR-IDX) TO WS-COUNT-EDIT.
           STRING "  " FUNCTION TRIM(CL-NAME(WS-FIRST))
                  " AHEAD: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WITH POINTER WS-LINE-POS.
           MOVE PR-SECOND-AHEAD(PR-IDX) TO WS-COUNT-EDIT.
           STRING "  " FUNCTION TRIM(CL-NAME(WS-SECOND))
                  " AHEAD: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WITH POINTER WS-LINE-POS.
           MOVE PR-LEVEL(PR-IDX) TO WS-COUNT-EDIT.
           STRING "  LEVEL: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WITH POINTER WS-LINE-POS.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    LAST MEETING: " PR-LAST-DATE(PR-IDX)
                  " " PR-LAST-EVENT(PR-IDX)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

       REPORT-ONE-PAIR-PARA-EXIT.
           EXIT.

      * Form guide - zadnjih WS-FORM-N plasmana svakog prvaka,
      * najnoviji prvi (ponovljeno trazenje najnovijeg jos
      * neuzetog plasmana).
       REPORT-FORM-PARA.
           MOVE SPACES TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "FORM GUIDE - LAST " WS-FORM-N
                  " PLACEMENTS, MOST RECENT FIRST"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CHAMP-COUNT
               PERFORM REPORT-ONE-FORM-PARA
                       THRU REPORT-ONE-FORM-PARA-EXIT
           END-PERFORM.

       REPORT-FORM-PARA-EXIT.
           EXIT.

       REPORT-ONE-FORM-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE 1 TO WS-LINE-POS.
           STRING "  " CL-NAME(CL-IDX) " "
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WITH POINTER WS-LINE-POS.

           IF CL-RESULTS(CL-IDX) = 0
               STRING "NO PLACEMENTS ON FILE"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   WITH POINTER WS-LINE-POS
               MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE
               WRITE H2H-REPORT-LINE
               GO TO REPORT-ONE-FORM-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-FORM-TAKEN.
           PERFORM UNTIL WS-FORM-TAKEN NOT < WS-FORM-N
               MOVE ZEROS TO WS-BEST-IDX
               PERFORM VARYING RS-IDX FROM 1 BY 1
                       UNTIL RS-IDX > WS-RESULT-COUNT
                   IF RS-CL-IDX(RS-IDX) = CL-IDX
                           AND NOT RS-IS-TAKEN(RS-IDX)
                       IF WS-BEST-IDX = 0
                           SET WS-BEST-IDX TO RS-IDX
                       ELSE
                           IF RS-DATE(RS-IDX) NOT <
                                   RS-DATE(WS-BEST-IDX)
                               SET WS-BEST-IDX TO RS-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   MOVE WS-FORM-N TO WS-FORM-TAKEN
               ELSE
                   ADD 1 TO WS-FORM-TAKEN
                   MOVE 'Y' TO RS-TAKEN(WS-BEST-IDX)
                   MOVE RS-PLACEMENT(WS-BEST-IDX) TO WS-PLACE-EDIT
                   STRING " " WS-PLACE-EDIT
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                       WITH POINTER WS-LINE-POS
               END-IF
           END-PERFORM.

           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

       REPORT-ONE-FORM-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RESULTS READ: " TOTAL-RESULTS
                  "  USED: " WS-RESULT-COUNT
                  "  OVER TABLE LIMIT: " SKIPPED-RESULTS
                  "  PAIRS REPORTED: " PAIRS-REPORTED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO H2H-REPORT-LINE.
           WRITE H2H-REPORT-LINE.

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
           MOVE "CMH2H"     TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-RESULTS TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
