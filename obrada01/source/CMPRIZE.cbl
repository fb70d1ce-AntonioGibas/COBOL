      *           knjigu nagrada PRZLED (OPEN EXTEND, kao zajednicki   *
      *           logovi). Izvjestaj za financije zbraja isplate po    *
      *           prvaku i po CHAMP-REGION - tablicni kalkulator nad   *
      *           CMBROWSE listinzima odlazi u mirovinu. Stavke ulaze  *
      *           u knjigu kao neisplacene (U); stvarnu isplatu na     *
      *           racun prvaka radi CMPAYOUT. Kao i CMRESULT, rezultat *
      *           bez odgovarajuceg meca u rasporedu (FIXFL) se odbija *
      *           - fantomski event ne isplacuje nagradu. Isto se      *
      *           odbija rezultat prvaka suspendiranog na RES-DATE     *
      *           (registar sankcija SANFL, vidi CMSANCT) i isplata    *
      *           datirana u zatvoreno razdoblje knjige CHAMPS         *
      *           (PERCHK), i kad razdoblje preusmjerava na otvoreni   *
      *           mjesec.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

      * Raspored meceva (vidi obrada01/copylib/FIXREC) - samo citanje.
           SELECT FIXTURE-FILE ASSIGN TO FIXFL
                  ORGANIZATION IS SEQUENTIAL.

      * Registar disciplinskih sankcija (vidi obrada01/copylib/
      * SANREC i CMSANCT) - samo citanje; dok registar ne postoji
      * nitko nije suspendiran.
           SELECT OPTIONAL SANCTION-FILE ASSIGN TO SANFL
                  ORGANIZATION IS SEQUENTIAL.

      * Trajna knjiga nagrada - jedan zapis po isplati.
           SELECT PRIZE-LEDGER ASSIGN TO PRZLED
                  ORGANIZATION IS SEQUENTIAL.
       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD FIXTURE-FILE.
           COPY FIXREC.

       FD SANCTION-FILE.
           COPY SANREC.

       FD PRIZE-LEDGER.
           COPY PRZREC.

       FD PRIZE-REPORT.
       01 PRIZE-REPORT-LINE PIC X(120).
           88 END-OF-TIERS  VALUE 'Y'.
       01 WS-PAY-EOF       PIC X VALUE 'N'.
           88 END-OF-PAYOUTS VALUE 'Y'.
       01 WS-FIX-EOF       PIC X VALUE 'N'.
           88 END-OF-FIXTURES VALUE 'Y'.

       01 TOTAL-RESULTS    PIC 9(5) VALUE ZEROS.
       01 PAID-COUNT       PIC 9(5) VALUE ZEROS.
              03 RS-REGION   PIC X(20).
              03 RS-AMOUNT   PIC 9(11)V99.

      * Mecevi iz rasporeda - event, datum, domacin, gost.
       01 WS-MAX-FIXTURES  PIC 9(4) VALUE 3000.
       01 WS-FIXTURE-COUNT PIC 9(4) VALUE 0.
       01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS 1 TO 3000 TIMES
                             DEPENDING ON WS-FIXTURE-COUNT
                             INDEXED BY FX-IDX.
              03 FX-EVENT     PIC X(20).
              03 FX-DATE      PIC 9(8).
              03 FX-HOME-TEAM PIC X(30).
              03 FX-AWAY-TEAM PIC X(30).

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
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Provjera zatvorenog obracunskog razdoblja knjige CHAMPS -
      * vidi shared/source/PERCHK i PERCLOSE.
           COPY PERREQ.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/

           PERFORM LOAD-TIERS-PARA THRU LOAD-TIERS-PARA-EXIT.
           PERFORM LOAD-PAYOUTS-PARA THRU LOAD-PAYOUTS-PARA-EXIT.
           PERFORM LOAD-FIXTURES-PARA THRU LOAD-FIXTURES-PARA-EXIT.
           PERFORM LOAD-SANCTIONS-PARA THRU LOAD-SANCTIONS-PARA-EXIT.

           OPEN INPUT RESULTS-FILE.
           OPEN INPUT CHAMPION-VSAM.
       LOAD-PAYOUTS-PARA-EXIT.
           EXIT.

       LOAD-FIXTURES-PARA.
           OPEN INPUT FIXTURE-FILE.

           READ FIXTURE-FILE
               AT END SET END-OF-FIXTURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FIXTURES
                   OR WS-FIXTURE-COUNT NOT LESS THAN WS-MAX-FIXTURES
               IF FIX-EVENT NOT = SPACES AND FIX-DATE IS NUMERIC
                   ADD 1 TO WS-FIXTURE-COUNT
                   MOVE FIX-EVENT     TO FX-EVENT(WS-FIXTURE-COUNT)
                   MOVE FIX-DATE      TO FX-DATE(WS-FIXTURE-COUNT)
                   MOVE FIX-HOME-TEAM TO FX-HOME-TEAM(WS-FIXTURE-COUNT)
                   MOVE FIX-AWAY-TEAM TO FX-AWAY-TEAM(WS-FIXTURE-COUNT)
               END-IF
               READ FIXTURE-FILE
                   AT END SET END-OF-FIXTURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXTURE-FILE.

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

      * Jedan rezultat: prvak mora postojati, event mora imati rang;
      * plasman bez definirane isplate se samo broji.
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

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FIXTURE-COUNT
               IF FX-EVENT(FX-IDX) = RES-EVENT
                       AND FX-DATE(FX-IDX) = RES-DATE
                       AND CHAMP-TEAM NOT = SPACES
                       AND (FX-HOME-TEAM(FX-IDX) = CHAMP-TEAM
                            OR FX-AWAY-TEAM(FX-IDX) = CHAMP-TEAM)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE "NO MATCHING FIXTURE" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA
                   THRU REJECT-RESULT-PARA-EXIT
               GO TO APPLY-RESULT-PARA-EXIT
           END-IF.

           MOVE SPACE TO WS-TIER.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVENT-COUNT
               GO TO APPLY-RESULT-PARA-EXIT
           END-IF.

      * Isplata datirana u zatvoreno razdoblje knjige CHAMPS se
      * odbija i kad razdoblje preusmjerava - PRZ-DATE mora ostati
      * datum meca jer po njemu CMSANCT ponistava, a CMPAYOUT
      * isplacuje stavke, pa knjizenje pod drugim datumom nema
      * (PERCHK se zato pita samo za odbijanje, vidi
      * CHECK-PERIOD-PARA).
           PERFORM CHECK-PERIOD-PARA THRU CHECK-PERIOD-PARA-EXIT.
           IF PRQ-REJECTED
               MOVE "DATED IN CLOSED PERIOD" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA
                   THRU REJECT-RESULT-PARA-EXIT
               GO TO APPLY-RESULT-PARA-EXIT
           END-IF.

           MOVE SPACES TO PRIZE-LEDGER-RECORD.
           MOVE RES-DATE      TO PRZ-DATE.
           MOVE RES-EVENT     TO PRZ-EVENT.
           MOVE RES-PLACEMENT TO PRZ-PLACEMENT.
           MOVE WS-PAY-AMOUNT TO PRZ-AMOUNT.
           MOVE WS-RUN-NUMBER TO PRZ-RUN-NUMBER.
           MOVE "U"           TO PRZ-STATUS.
           MOVE ZEROS         TO PRZ-PAID-DATE.
           MOVE ZEROS         TO PRZ-PAID-RUN.
           WRITE PRIZE-LEDGER-RECORD.

           ADD 1 TO PAID-COUNT.
       APPLY-RESULT-PARA-EXIT.
           EXIT.

       CHECK-PERIOD-PARA.
           MOVE "CHAMPS"      TO PRQ-LEDGER.
           MOVE "CMPRIZE"     TO PRQ-PROGRAM-ID.
           MOVE WS-RUN-NUMBER TO PRQ-RUN-NUMBER.
           MOVE RES-DATE      TO PRQ-POST-DATE.
           MOVE RES-CHAMPION  TO PRQ-REFERENCE.
           MOVE WS-PAY-AMOUNT TO PRQ-AMOUNT.
           MOVE "N"           TO PRQ-ALLOW-REDIRECT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "PERCHK" USING PERIOD-CHECK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       CHECK-PERIOD-PARA-EXIT.
           EXIT.

       TALLY-WINNINGS-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WIN-IDX FROM 1 BY 1
