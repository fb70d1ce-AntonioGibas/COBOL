      *            seriji (STDRPT; bodovanje 1.=3, 2.=2, 3.=1).       *
      *            Rezultat za prvaka kojeg nema u CHAMPION-VSAM-u se  *
      *            odbija - broj titula napokon odrazava odigrano, ne  *
      *            upstream tipkanje. Rezultat se prihvaca samo ako u  *
      *            rasporedu (FIXFL, vidi obrada01/copylib/FIXREC i    *
      *            CMFIXGEN) postoji mec istog eventa i datuma u kojem *
      *            igra tim prvaka; takav mec se oznaci odigranim, a   *
      *            novi raspored ide u FIXOUT. Mecevi kojima je datum  *
      *            prosao bez rezultata se prijavljuju u STDRPT.       *
      *            Rezultat prvaka suspendiranog na RES-DATE (registar *
      *            sankcija SANFL, vidi CMSANCT) se odbija.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STANDINGS-REPORT ASSIGN TO STDRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Registar disciplinskih sankcija (vidi obrada01/copylib/
      * SANREC i CMSANCT) - samo citanje; dok registar ne postoji
      * nitko nije suspendiran.
           SELECT OPTIONAL SANCTION-FILE ASSIGN TO SANFL
                  ORGANIZATION IS SEQUENTIAL.

      * Raspored meceva - stari (FIXFL) i novi s oznakama odigranih
      * (FIXOUT), prijenos kao WLFL -> WLOUT.
           SELECT FIXTURE-IN ASSIGN TO FIXFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FIXTURE-OUT ASSIGN TO FIXOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Jedan zapis po sudioniku meca: event serija, datum, prvak,
       FD STANDINGS-REPORT.
       01 STANDINGS-REPORT-LINE PIC X(120).

       FD SANCTION-FILE.
           COPY SANREC.

       FD FIXTURE-IN RECORDING MODE F.
       01 FIXTURE-IN-RECORD PIC X(123).

       FD FIXTURE-OUT RECORDING MODE F.
       01 FIXTURE-OUT-RECORD PIC X(123).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
           88 END-OF-RESULTS VALUE 'Y'.
       01 WS-WL-EOF        PIC X VALUE 'N'.
           88 END-OF-WINLOSS VALUE 'Y'.
       01 WS-FIX-EOF       PIC X VALUE 'N'.
           88 END-OF-FIXTURES VALUE 'Y'.

       01 TOTAL-RESULTS    PIC 9(5) VALUE ZEROS.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE ZEROS.
       01 WIN-COUNT        PIC 9(5) VALUE ZEROS.
       01 TITLE-INCREMENTS PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 OVERDUE-FIXTURES PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
              03 SD-REPORTED  PIC X.
                 88 SD-IS-REPORTED VALUE 'Y'.

      * Raspored meceva iz FIXFL - cijeli se na kraju ispisuje u
      * FIXOUT s oznakama odigranih meceva.
       01 WS-MAX-FIXTURES  PIC 9(4) VALUE 3000.
       01 WS-FIXTURE-COUNT PIC 9(4) VALUE 0.
       01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS 1 TO 3000 TIMES
                             DEPENDING ON WS-FIXTURE-COUNT
                             INDEXED BY FX-IDX.
              03 FX-EVENT     PIC X(20).
              03 FX-REGION    PIC X(20).
              03 FX-GROUP     PIC X.
              03 FX-ROUND     PIC 9(2).
              03 FX-MATCH-NO  PIC 9(3).
              03 FX-DATE      PIC 9(8).
              03 FX-HOME-TEAM PIC X(30).
              03 FX-AWAY-TEAM PIC X(30).
              03 FX-STATUS    PIC X.
                 88 FX-PLAYED VALUE "P".

      * Suspenzije (SUSPENSION/BAN) iz SANFL - prvak i razdoblje.
       01 WS-MAX-SANCTIONS PIC 9(4) VALUE 1000.
       01 WS-SANCTION-COUNT PIC 9(4) VALUE 0.
       01 SANCTION-TABLE.
           02 SANCTION-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-SANCTION-COUNT
                              INDEXED BY SN-IDX.
              03 SN-CHAMPION  PIC X(30).
              03 SN-START     PIC 9(8).
              03 SN-END       PIC 9(8).
       01 WS-SAN-EOF       PIC X VALUE 'N'.
           88 END-OF-SANCTIONS VALUE 'Y'.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
      * CHHIST i obrada01/source/WRITEHST.
           COPY CHHIST.

      * Zapis rasporeda meceva - vidi obrada01/copylib/FIXREC.
           COPY FIXREC.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
           MOVE WS-ST-DAY   TO WS-RUN-DATE(7:2).

           PERFORM LOAD-WINLOSS-PARA THRU LOAD-WINLOSS-PARA-EXIT.
           PERFORM LOAD-FIXTURES-PARA THRU LOAD-FIXTURES-PARA-EXIT.
           PERFORM LOAD-SANCTIONS-PARA THRU LOAD-SANCTIONS-PARA-EXIT.

           OPEN INPUT RESULTS-FILE.
           OPEN I-O CHAMPION-VSAM.
           END-PERFORM.

           PERFORM WRITE-WINLOSS-PARA THRU WRITE-WINLOSS-PARA-EXIT.
           PERFORM WRITE-FIXTURES-PARA THRU WRITE-FIXTURES-PARA-EXIT.
           PERFORM REPORT-STANDINGS-PARA
                   THRU REPORT-STANDINGS-PARA-EXIT.
           PERFORM REPORT-OVERDUE-PARA THRU REPORT-OVERDUE-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

       LOAD-WINLOSS-PARA-EXIT.
           EXIT.

      * Ucitava raspored meceva (FIXFL) u FIXTURE-TABLE.
       LOAD-FIXTURES-PARA.
           OPEN INPUT FIXTURE-IN.

           READ FIXTURE-IN INTO FIXTURE-RECORD
               AT END SET END-OF-FIXTURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FIXTURES
                   OR WS-FIXTURE-COUNT NOT LESS THAN WS-MAX-FIXTURES
               IF FIX-EVENT NOT = SPACES AND FIX-DATE IS NUMERIC
                   ADD 1 TO WS-FIXTURE-COUNT
                   MOVE FIX-EVENT     TO FX-EVENT(WS-FIXTURE-COUNT)
                   MOVE FIX-REGION    TO FX-REGION(WS-FIXTURE-COUNT)
                   MOVE FIX-GROUP     TO FX-GROUP(WS-FIXTURE-COUNT)
                   MOVE FIX-ROUND     TO FX-ROUND(WS-FIXTURE-COUNT)
                   MOVE FIX-MATCH-NO  TO FX-MATCH-NO(WS-FIXTURE-COUNT)
                   MOVE FIX-DATE      TO FX-DATE(WS-FIXTURE-COUNT)
                   MOVE FIX-HOME-TEAM TO FX-HOME-TEAM(WS-FIXTURE-COUNT)
                   MOVE FIX-AWAY-TEAM TO FX-AWAY-TEAM(WS-FIXTURE-COUNT)
                   MOVE FIX-STATUS    TO FX-STATUS(WS-FIXTURE-COUNT)
               END-IF
               READ FIXTURE-IN INTO FIXTURE-RECORD
                   AT END SET END-OF-FIXTURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXTURE-IN.

       LOAD-FIXTURES-PARA-EXIT.
           EXIT.

      * Ucitava suspenzije iz registra sankcija u SANCTION-TABLE.
      * Ukinuta sankcija vec ima skraceni SAN-END-DATE.
       LOAD-SANCTIONS-PARA.
           OPEN INPUT SANCTION-FILE.

           READ SANCTION-FILE
               AT END SET END-OF-SANCTIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SANCTIONS
                   OR WS-SANCTION-COUNT NOT LESS THAN WS-MAX-SANCTIONS
               IF SAN-SUSPENDS
                       AND SAN-START-DATE IS NUMERIC
                       AND SAN-END-DATE IS NUMERIC
                   ADD 1 TO WS-SANCTION-COUNT
                   MOVE SAN-CHAMPION TO SN-CHAMPION(WS-SANCTION-COUNT)
                   MOVE SAN-START-DATE TO SN-START(WS-SANCTION-COUNT)
                   MOVE SAN-END-DATE   TO SN-END(WS-SANCTION-COUNT)
               END-IF
               READ SANCTION-FILE
                   AT END SET END-OF-SANCTIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SANCTION-FILE.

       LOAD-SANCTIONS-PARA-EXIT.
           EXIT.

      * Jedan rezultat: provjera prvaka, win/loss, bodovi u poretku,
      * pobjeda uvecava CHAMP-TITLES.
       APPLY-RESULT-PARA.
                   GO TO APPLY-RESULT-PARA-EXIT
           END-READ.

      * Prvak suspendiran na dan meca ne smije imati rezultat.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SANCTION-COUNT
               IF SN-CHAMPION(SN-IDX) = RES-CHAMPION
                       AND RES-DATE NOT < SN-START(SN-IDX)
                       AND RES-DATE NOT > SN-END(SN-IDX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ENTRY-FOUND
               MOVE "CHAMPION SUSPENDED" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO APPLY-RESULT-PARA-EXIT
           END-IF.

      * Rezultat mora odgovarati mecu iz rasporeda - isti event i
      * datum, a tim prvaka je domacin ili gost. Tipfeler u
      * RES-EVENT tako vise ne stvara fantomski event.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FIXTURE-COUNT
               IF FX-EVENT(FX-IDX) = RES-EVENT
                       AND FX-DATE(FX-IDX) = RES-DATE
                       AND CHAMP-TEAM NOT = SPACES
                       AND (FX-HOME-TEAM(FX-IDX) = CHAMP-TEAM
                            OR FX-AWAY-TEAM(FX-IDX) = CHAMP-TEAM)
                   SET ENTRY-FOUND TO TRUE
                   MOVE "P" TO FX-STATUS(FX-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE "NO MATCHING FIXTURE" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO APPLY-RESULT-PARA-EXIT
           END-IF.

           ADD 1 TO ACCEPTED-COUNT.

           PERFORM TALLY-WINLOSS-PARA THRU TALLY-WINLOSS-PARA-EXIT.
       WRITE-WINLOSS-PARA-EXIT.
           EXIT.

      * Ispisuje cijeli raspored s oznakama odigranih meceva u FIXOUT.
       WRITE-FIXTURES-PARA.
           OPEN OUTPUT FIXTURE-OUT.

           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FIXTURE-COUNT
               MOVE SPACES TO FIXTURE-RECORD
               MOVE FX-EVENT(FX-IDX)     TO FIX-EVENT
               MOVE FX-REGION(FX-IDX)    TO FIX-REGION
               MOVE FX-GROUP(FX-IDX)     TO FIX-GROUP
               MOVE FX-ROUND(FX-IDX)     TO FIX-ROUND
               MOVE FX-MATCH-NO(FX-IDX)  TO FIX-MATCH-NO
               MOVE FX-DATE(FX-IDX)      TO FIX-DATE
               MOVE FX-HOME-TEAM(FX-IDX) TO FIX-HOME-TEAM
               MOVE FX-AWAY-TEAM(FX-IDX) TO FIX-AWAY-TEAM
               MOVE FX-STATUS(FX-IDX)    TO FIX-STATUS
               WRITE FIXTURE-OUT-RECORD FROM FIXTURE-RECORD
           END-PERFORM.

           CLOSE FIXTURE-OUT.

       WRITE-FIXTURES-PARA-EXIT.
           EXIT.

      * Mecevi kojima je datum prosao, a rezultat nije stigao.
       REPORT-OVERDUE-PARA.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE.
           MOVE "FIXTURES PAST DATE WITHOUT RESULT"
               TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE.

           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FIXTURE-COUNT
               IF NOT FX-PLAYED(FX-IDX)
                       AND FX-DATE(FX-IDX) < WS-RUN-DATE
                   ADD 1 TO OVERDUE-FIXTURES
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " FX-EVENT(FX-IDX)
                          " " FX-DATE(FX-IDX)
                          " " FUNCTION TRIM(FX-REGION(FX-IDX))
                          " MATCH " FX-MATCH-NO(FX-IDX)
                          ": " FUNCTION TRIM(FX-HOME-TEAM(FX-IDX))
                          " VS " FUNCTION TRIM(FX-AWAY-TEAM(FX-IDX))
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO STANDINGS-REPORT-LINE
                   WRITE STANDINGS-REPORT-LINE
               END-IF
           END-PERFORM.

           IF OVERDUE-FIXTURES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "  NONE" TO STANDINGS-REPORT-LINE
               WRITE STANDINGS-REPORT-LINE
           END-IF.

       REPORT-OVERDUE-PARA-EXIT.
           EXIT.

      * Poredak po event seriji - unutar eventa silazno po bodovima,
      * ponovljenim trazenjem najveceg jos neprijavljenog.
       REPORT-STANDINGS-PARA.
                  "  WINS: " WIN-COUNT
                  "  TITLES POSTED: " TITLE-INCREMENTS
                  "  REJECTED: " REJECTED-TRX
                  "  OVERDUE FIXTURES: " OVERDUE-FIXTURES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE.
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-RESULTS TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0 OR OVERDUE-FIXTURES > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
