       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMRATING.

      ******************************************************************
      * CMRATING - Elo rejting prvaka iz feeda rezultata. Cita RESFL   *
      *            (isti feed kao CMRESULT - jedan zapis po sudioniku) *
      *            i trajni master rejtinga (RTGFL, vidi obrada01/     *
      *            copylib/RTGREC; prijenos iz runa u run kao WLFL ->  *
      *            WLOUT). Eventi se obraduju kronoloski; unutar       *
      *            eventa svaki sudionik se usporeduje sa svakim       *
      *            (bolji plasman = pobjeda, isti = remi) prema        *
      *            rejtinzima s pocetka eventa, a pomak se skalira     *
      *            K-faktorom - veci za privremene (P) prvake dok ne   *
      *            odigraju dovoljno evenata. Novi master ide u RTGOUT.*
      *            Izvjestaj RTGRPT: ljestvica rejtinga po CHAMP-      *
      *            REGION i po CHAMP-ROLE te najveci pomaci u runu.    *
      *            Rezultat za prvaka kojeg nema u CHAMPION-VSAM-u se  *
      *            odbija, kao u CMRESULT-u.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO RESFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RATING-IN ASSIGN TO RTGFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RATING-OUT ASSIGN TO RTGOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

           SELECT RATING-REPORT ASSIGN TO RTGRPT
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

       FD RATING-IN.
       01 RATING-IN-RECORD PIC X(56).

       FD RATING-OUT RECORDING MODE F.
       01 RATING-OUT-RECORD PIC X(56).

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD RATING-REPORT.
       01 RATING-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-RES-EOF       PIC X VALUE 'N'.
           88 END-OF-RESULTS VALUE 'Y'.
       01 WS-RTG-EOF       PIC X VALUE 'N'.
           88 END-OF-RATINGS VALUE 'Y'.

      * Parametri rejtinga - pocetni rejting novog prvaka, broj
      * evenata do izlaska iz privremenog statusa, K-faktori i donja
      * granica rejtinga.
       01 WS-INITIAL-RATING     PIC 9(4) VALUE 1500.
       01 WS-PROVISIONAL-EVENTS PIC 9(2) VALUE 5.
       01 WS-K-PROVISIONAL      PIC 9(3) VALUE 40.
       01 WS-K-ESTABLISHED      PIC 9(3) VALUE 20.
       01 WS-MIN-RATING         PIC 9(4) VALUE 100.
       01 WS-MAX-MOVERS         PIC 9(2) VALUE 10.

       01 TOTAL-RESULTS    PIC 9(5) VALUE ZEROS.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 EVENTS-RATED     PIC 9(5) VALUE ZEROS.
       01 EVENTS-SKIPPED   PIC 9(5) VALUE ZEROS.
       01 NEW-CHAMPIONS    PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-CHANGE-EDIT   PIC -ZZZ9.
       01 WS-PROV-MARK     PIC X(3) VALUE SPACES.

      * Rejting po prvaku - stari master plus prvaci novi u ovom runu;
      * cijela tablica se na kraju ispisuje u RTGOUT.
       01 WS-MAX-CHAMPS    PIC 9(4) VALUE 2000.
       01 WS-CHAMP-COUNT   PIC 9(4) VALUE 0.
       01 RATING-TABLE.
           02 RATING-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-CHAMP-COUNT
                            INDEXED BY RT-IDX.
              03 RT-CHAMPION     PIC X(30).
              03 RT-RATING       PIC 9(4).
              03 RT-START-RATING PIC 9(4).
              03 RT-EVENTS       PIC 9(4).
              03 RT-PROVISIONAL  PIC X.
                 88 RT-IS-PROVISIONAL VALUE "P".
              03 RT-LAST-DATE    PIC 9(8).
              03 RT-RUN-EVENTS   PIC 9(4).
              03 RT-CHANGE       PIC S9(5).
              03 RT-REGION       PIC X(20).
              03 RT-ROLE         PIC X(15).
              03 RT-ON-MASTER    PIC X.
                 88 RT-IS-ON-MASTER VALUE 'Y'.
              03 RT-GROUP-DONE   PIC X.
                 88 RT-IS-GROUP-DONE VALUE 'Y'.
              03 RT-LISTED       PIC X.
                 88 RT-IS-LISTED VALUE 'Y'.

      * Prihvaceni rezultati ovog runa - eventi se iz njih obraduju
      * kronoloski, bez obzira na redoslijed u feedu.
       01 WS-MAX-RESULTS   PIC 9(5) VALUE 5000.
       01 WS-RESULT-COUNT  PIC 9(5) VALUE 0.
       01 RESULT-TABLE.
           02 RESULT-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-RESULT-COUNT
                            INDEXED BY RS-IDX.
              03 RS-EVENT        PIC X(20).
              03 RS-DATE         PIC 9(8).
              03 RS-RT-IDX       PIC 9(4).
              03 RS-PLACEMENT    PIC 9(2).
              03 RS-DONE         PIC X.
                 88 RS-IS-DONE   VALUE 'Y'.

      * Sudionici eventa koji se upravo obraduje - rejting s pocetka
      * eventa i izracunati pomak.
       01 WS-MAX-PARTS     PIC 9(3) VALUE 200.
       01 WS-PART-COUNT    PIC 9(3) VALUE 0.
       01 PART-TABLE.
           02 PART-ENTRY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-PART-COUNT
                          INDEXED BY PT-IDX PT-OPP-IDX.
              03 PT-RT-IDX       PIC 9(4).
              03 PT-PLACEMENT    PIC 9(2).
              03 PT-RATING       PIC 9(4).
              03 PT-DELTA        PIC S9(5)V9(4).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-RT-SUB        PIC 9(4) VALUE ZEROS.

      * Radna polja Elo izracuna.
       01 WS-GROUP-EVENT   PIC X(20) VALUE SPACES.
       01 WS-GROUP-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-FIRST-IDX     PIC 9(5) VALUE ZEROS.
       01 WS-EVENTS-LEFT   PIC X VALUE 'Y'.
           88 NO-MORE-EVENTS VALUE 'N'.
       01 WS-SCORE         PIC 9V9 VALUE ZEROS.
       01 WS-EXPECTED      PIC 9V9(6) VALUE ZEROS.
       01 WS-SCORE-SUM     PIC S9(5)V9(6) VALUE ZEROS.
       01 WS-K-FACTOR      PIC 9(3) VALUE ZEROS.
       01 WS-NEW-RATING    PIC S9(5) VALUE ZEROS.

      * Ljestvice - ponovljeno trazenje najveceg jos neprijavljenog
      * (kao CMRESULT/CMSTATS ljestvica).
       01 WS-GROUP-KEY     PIC X(20) VALUE SPACES.
       01 WS-GROUP-TYPE    PIC X VALUE SPACE.
           88 GROUP-BY-REGION VALUE 'G'.
           88 GROUP-BY-ROLE   VALUE 'L'.
       01 WS-ENTRY-KEY     PIC X(20) VALUE SPACES.
       01 WS-BEST-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-BEST-RATING   PIC 9(4) VALUE ZEROS.
       01 WS-BEST-MOVE     PIC 9(5) VALUE ZEROS.
       01 WS-ABS-MOVE      PIC 9(5) VALUE ZEROS.
       01 WS-SCAN-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-RANK          PIC 9(4) VALUE ZEROS.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - pozivi uslugnih potprograma
      * bi tako pregazili RC postavljen tijekom obrade, pa ga
      * paragrafi koji ih zovu spremaju prije poziva i vracaju
      * poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Master rejtinga - vidi obrada01/copylib/RTGREC.
           COPY RTGREC.

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

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijeni rezultati, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           PERFORM LOAD-RATINGS-PARA THRU LOAD-RATINGS-PARA-EXIT.

           OPEN INPUT RESULTS-FILE.
           OPEN INPUT CHAMPION-VSAM.
           OPEN OUTPUT RATING-REPORT.

           MOVE "CHAMPION SKILL RATING" TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

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

           PERFORM PROCESS-EVENTS-PARA THRU PROCESS-EVENTS-PARA-EXIT.
           PERFORM WRITE-RATINGS-PARA THRU WRITE-RATINGS-PARA-EXIT.
           PERFORM LOOKUP-MASTER-PARA THRU LOOKUP-MASTER-PARA-EXIT.

           SET GROUP-BY-REGION TO TRUE.
           PERFORM REPORT-BOARDS-PARA THRU REPORT-BOARDS-PARA-EXIT.
           SET GROUP-BY-ROLE TO TRUE.
           PERFORM REPORT-BOARDS-PARA THRU REPORT-BOARDS-PARA-EXIT.

           PERFORM REPORT-MOVERS-PARA THRU REPORT-MOVERS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE RESULTS-FILE.
           CLOSE CHAMPION-VSAM.
           CLOSE RATING-REPORT.
           GOBACK.

      * Ucitava stari master rejtinga u RATING-TABLE.
       LOAD-RATINGS-PARA.
           OPEN INPUT RATING-IN.

           READ RATING-IN INTO RATING-MASTER-RECORD
               AT END SET END-OF-RATINGS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATINGS
                   OR WS-CHAMP-COUNT NOT LESS THAN WS-MAX-CHAMPS
               IF RTG-CHAMPION NOT = SPACES
                   ADD 1 TO WS-CHAMP-COUNT
                   MOVE RTG-CHAMPION TO RT-CHAMPION(WS-CHAMP-COUNT)
                   IF RTG-RATING IS NUMERIC
                       MOVE RTG-RATING TO RT-RATING(WS-CHAMP-COUNT)
                   ELSE
                       MOVE WS-INITIAL-RATING
                           TO RT-RATING(WS-CHAMP-COUNT)
                   END-IF
                   IF RTG-EVENTS IS NUMERIC
                       MOVE RTG-EVENTS TO RT-EVENTS(WS-CHAMP-COUNT)
                   ELSE
                       MOVE ZEROS TO RT-EVENTS(WS-CHAMP-COUNT)
                   END-IF
                   IF RTG-LAST-EVENT-DATE IS NUMERIC
                       MOVE RTG-LAST-EVENT-DATE
                           TO RT-LAST-DATE(WS-CHAMP-COUNT)
                   ELSE
                       MOVE ZEROS TO RT-LAST-DATE(WS-CHAMP-COUNT)
                   END-IF
                   MOVE RTG-PROVISIONAL
                       TO RT-PROVISIONAL(WS-CHAMP-COUNT)
                   IF RT-EVENTS(WS-CHAMP-COUNT)
                           < WS-PROVISIONAL-EVENTS
                       MOVE "P" TO RT-PROVISIONAL(WS-CHAMP-COUNT)
                   END-IF
                   MOVE RT-RATING(WS-CHAMP-COUNT)
                       TO RT-START-RATING(WS-CHAMP-COUNT)
                   MOVE ZEROS TO RT-RUN-EVENTS(WS-CHAMP-COUNT)
               END-IF
               READ RATING-IN INTO RATING-MASTER-RECORD
                   AT END SET END-OF-RATINGS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RATING-IN.

       LOAD-RATINGS-PARA-EXIT.
           EXIT.

      * Jedan rezultat: provjera prvaka i plasmana, prvak se po
      * potrebi dodaje u RATING-TABLE s pocetnim rejtingom, a
      * rezultat se sprema za kronolosku obradu po eventu.
       COLLECT-RESULT-PARA.
           IF RES-CHAMPION = SPACES
               MOVE "RESULT WITHOUT CHAMPION" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           IF RES-PLACEMENT IS NOT NUMERIC OR RES-PLACEMENT = ZEROS
               MOVE "INVALID PLACEMENT" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           IF RES-DATE IS NOT NUMERIC
               MOVE "INVALID EVENT DATE" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           MOVE RES-CHAMPION TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE "CHAMPION NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REJECT-RESULT-PARA
                       THRU REJECT-RESULT-PARA-EXIT
                   GO TO COLLECT-RESULT-PARA-EXIT
           END-READ.

           PERFORM FIND-RATING-PARA THRU FIND-RATING-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "RATING TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

      * Isti prvak dvaput u istom eventu bi se usporedio sam sa
      * sobom - drugi zapis se odbija.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESULT-COUNT
               IF RS-EVENT(RS-IDX) = RES-EVENT
                       AND RS-DATE(RS-IDX) = RES-DATE
                       AND RS-RT-IDX(RS-IDX) = WS-FOUND-IDX
                   MOVE "DUPLICATE RESULT IN EVENT"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-RESULT-PARA
                       THRU REJECT-RESULT-PARA-EXIT
                   GO TO COLLECT-RESULT-PARA-EXIT
               END-IF
           END-PERFORM.

           IF WS-RESULT-COUNT NOT LESS THAN WS-MAX-RESULTS
               MOVE "RESULT TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-RESULT-PARA THRU REJECT-RESULT-PARA-EXIT
               GO TO COLLECT-RESULT-PARA-EXIT
           END-IF.

           ADD 1 TO ACCEPTED-COUNT.
           ADD 1 TO WS-RESULT-COUNT.
           MOVE RES-EVENT     TO RS-EVENT(WS-RESULT-COUNT).
           MOVE RES-DATE      TO RS-DATE(WS-RESULT-COUNT).
           MOVE WS-FOUND-IDX  TO RS-RT-IDX(WS-RESULT-COUNT).
           MOVE RES-PLACEMENT TO RS-PLACEMENT(WS-RESULT-COUNT).
           MOVE 'N'           TO RS-DONE(WS-RESULT-COUNT).

       COLLECT-RESULT-PARA-EXIT.
           EXIT.

      * Trazi prvaka u RATING-TABLE; novi prvak dobiva pocetni
      * rejting i privremeni status.
       FIND-RATING-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               IF RT-CHAMPION(RT-IDX) = RES-CHAMPION
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO RT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-CHAMP-COUNT < WS-MAX-CHAMPS
               ADD 1 TO WS-CHAMP-COUNT
               ADD 1 TO NEW-CHAMPIONS
               MOVE WS-CHAMP-COUNT TO WS-FOUND-IDX
               MOVE RES-CHAMPION TO RT-CHAMPION(WS-FOUND-IDX)
               MOVE WS-INITIAL-RATING TO RT-RATING(WS-FOUND-IDX)
               MOVE WS-INITIAL-RATING TO RT-START-RATING(WS-FOUND-IDX)
               MOVE ZEROS TO RT-EVENTS(WS-FOUND-IDX)
               MOVE "P"   TO RT-PROVISIONAL(WS-FOUND-IDX)
               MOVE ZEROS TO RT-LAST-DATE(WS-FOUND-IDX)
               MOVE ZEROS TO RT-RUN-EVENTS(WS-FOUND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.

       FIND-RATING-PARA-EXIT.
           EXIT.

      * Eventi kronoloski - svaki put se uzima najraniji jos
      * neobradeni (event + datum) i obraduje cijeli odjednom.
       PROCESS-EVENTS-PARA.
           PERFORM UNTIL NO-MORE-EVENTS
               MOVE 0 TO WS-FIRST-IDX
               PERFORM VARYING RS-IDX FROM 1 BY 1
                       UNTIL RS-IDX > WS-RESULT-COUNT
                   IF NOT RS-IS-DONE(RS-IDX)
                       IF WS-FIRST-IDX = 0
                               OR RS-DATE(RS-IDX) < WS-GROUP-DATE
                           SET WS-FIRST-IDX TO RS-IDX
                           MOVE RS-DATE(RS-IDX)  TO WS-GROUP-DATE
                           MOVE RS-EVENT(RS-IDX) TO WS-GROUP-EVENT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FIRST-IDX = 0
                   SET NO-MORE-EVENTS TO TRUE
               ELSE
                   PERFORM RATE-ONE-EVENT-PARA
                           THRU RATE-ONE-EVENT-PARA-EXIT
               END-IF
           END-PERFORM.

       PROCESS-EVENTS-PARA-EXIT.
           EXIT.

      * Jedan event: sudionici s rejtingom s pocetka eventa, pomak
      * svakog iz usporedbe sa svim ostalima, pa tek onda upis - tako
      * redoslijed sudionika u feedu ne utjece na ishod.
       RATE-ONE-EVENT-PARA.
           MOVE 0 TO WS-PART-COUNT.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESULT-COUNT
               IF NOT RS-IS-DONE(RS-IDX)
                       AND RS-EVENT(RS-IDX) = WS-GROUP-EVENT
                       AND RS-DATE(RS-IDX) = WS-GROUP-DATE
                   MOVE 'Y' TO RS-DONE(RS-IDX)
                   IF WS-PART-COUNT < WS-MAX-PARTS
                       ADD 1 TO WS-PART-COUNT
                       MOVE RS-RT-IDX(RS-IDX)
                           TO PT-RT-IDX(WS-PART-COUNT)
                       MOVE RS-PLACEMENT(RS-IDX)
                           TO PT-PLACEMENT(WS-PART-COUNT)
                       MOVE RS-RT-IDX(RS-IDX) TO WS-RT-SUB
                       MOVE RT-RATING(WS-RT-SUB)
                           TO PT-RATING(WS-PART-COUNT)
                       MOVE ZEROS TO PT-DELTA(WS-PART-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      * Event s jednim sudionikom nema protivnika - rejting ostaje.
           IF WS-PART-COUNT < 2
               ADD 1 TO EVENTS-SKIPPED
               GO TO RATE-ONE-EVENT-PARA-EXIT
           END-IF.

           ADD 1 TO EVENTS-RATED.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PART-COUNT
               PERFORM RATE-ONE-PARTICIPANT-PARA
                       THRU RATE-ONE-PARTICIPANT-PARA-EXIT
           END-PERFORM.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PART-COUNT
               MOVE PT-RT-IDX(PT-IDX) TO WS-RT-SUB
               COMPUTE WS-NEW-RATING ROUNDED =
                       PT-RATING(PT-IDX) + PT-DELTA(PT-IDX)
               IF WS-NEW-RATING < WS-MIN-RATING
                   MOVE WS-MIN-RATING TO WS-NEW-RATING
               END-IF
               MOVE WS-NEW-RATING TO RT-RATING(WS-RT-SUB)
               ADD 1 TO RT-EVENTS(WS-RT-SUB)
               ADD 1 TO RT-RUN-EVENTS(WS-RT-SUB)
               MOVE WS-GROUP-DATE TO RT-LAST-DATE(WS-RT-SUB)
               IF RT-EVENTS(WS-RT-SUB) NOT < WS-PROVISIONAL-EVENTS
                   MOVE "E" TO RT-PROVISIONAL(WS-RT-SUB)
               END-IF
           END-PERFORM.

       RATE-ONE-EVENT-PARA-EXIT.
           EXIT.

      * Pomak jednog sudionika: zbroj (rezultat - ocekivanje) prema
      * svakom protivniku, skaliran K-faktorom i brojem protivnika.
      * Ocekivanje = 1 / (1 + 10 ** ((Rprotivnik - Rsudionik) / 400)).
       RATE-ONE-PARTICIPANT-PARA.
           MOVE ZEROS TO WS-SCORE-SUM.

           PERFORM VARYING PT-OPP-IDX FROM 1 BY 1
                   UNTIL PT-OPP-IDX > WS-PART-COUNT
               IF PT-OPP-IDX NOT = PT-IDX
                   EVALUATE TRUE
                       WHEN PT-PLACEMENT(PT-IDX)
                               < PT-PLACEMENT(PT-OPP-IDX)
                           MOVE 1 TO WS-SCORE
                       WHEN PT-PLACEMENT(PT-IDX)
                               = PT-PLACEMENT(PT-OPP-IDX)
                           MOVE 0.5 TO WS-SCORE
                       WHEN OTHER
                           MOVE 0 TO WS-SCORE
                   END-EVALUATE
                   COMPUTE WS-EXPECTED ROUNDED =
                           1 / (1 + 10 **
                           ((PT-RATING(PT-OPP-IDX) - PT-RATING(PT-IDX))
                            / 400))
                   COMPUTE WS-SCORE-SUM =
                           WS-SCORE-SUM + WS-SCORE - WS-EXPECTED
               END-IF
           END-PERFORM.

           MOVE PT-RT-IDX(PT-IDX) TO WS-RT-SUB.
           IF RT-IS-PROVISIONAL(WS-RT-SUB)
               MOVE WS-K-PROVISIONAL TO WS-K-FACTOR
           ELSE
               MOVE WS-K-ESTABLISHED TO WS-K-FACTOR
           END-IF.

           COMPUTE PT-DELTA(PT-IDX) ROUNDED =
                   WS-K-FACTOR * WS-SCORE-SUM / (WS-PART-COUNT - 1).

       RATE-ONE-PARTICIPANT-PARA-EXIT.
           EXIT.

      * Ispisuje cijeli novi master rejtinga u RTGOUT.
       WRITE-RATINGS-PARA.
           OPEN OUTPUT RATING-OUT.

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               MOVE SPACES TO RATING-MASTER-RECORD
               MOVE RT-CHAMPION(RT-IDX)     TO RTG-CHAMPION
               MOVE RT-RATING(RT-IDX)       TO RTG-RATING
               MOVE RT-EVENTS(RT-IDX)       TO RTG-EVENTS
               MOVE RT-PROVISIONAL(RT-IDX)  TO RTG-PROVISIONAL
               MOVE RT-LAST-DATE(RT-IDX)    TO RTG-LAST-EVENT-DATE
               MOVE RT-START-RATING(RT-IDX) TO RTG-PREV-RATING
               WRITE RATING-OUT-RECORD FROM RATING-MASTER-RECORD
               COMPUTE RT-CHANGE(RT-IDX) =
                       RT-RATING(RT-IDX) - RT-START-RATING(RT-IDX)
           END-PERFORM.

           CLOSE RATING-OUT.

       WRITE-RATINGS-PARA-EXIT.
           EXIT.

      * Regija i uloga za ljestvice dolaze iz CHAMPION-VSAM-a; prvak
      * kojeg vise nema u masteru ostaje u RTGOUT-u, ali ne ulazi na
      * ljestvice.
       LOOKUP-MASTER-PARA.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               MOVE RT-CHAMPION(RT-IDX) TO CHAMP-NAME
               READ CHAMPION-VSAM
                   INVALID KEY
                       MOVE 'N' TO RT-ON-MASTER(RT-IDX)
                       MOVE SPACES TO RT-REGION(RT-IDX)
                       MOVE SPACES TO RT-ROLE(RT-IDX)
                   NOT INVALID KEY
                       MOVE 'Y' TO RT-ON-MASTER(RT-IDX)
                       MOVE CHAMP-REGION TO RT-REGION(RT-IDX)
                       MOVE CHAMP-ROLE   TO RT-ROLE(RT-IDX)
               END-READ
           END-PERFORM.

       LOOKUP-MASTER-PARA-EXIT.
           EXIT.

      * Ljestvica po regiji (GROUP-BY-REGION) ili po ulozi
      * (GROUP-BY-ROLE) - grupa po grupa, unutar grupe silazno po
      * rejtingu.
       REPORT-BOARDS-PARA.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               MOVE 'N' TO RT-GROUP-DONE(RT-IDX)
           END-PERFORM.

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               IF RT-IS-ON-MASTER(RT-IDX)
                       AND NOT RT-IS-GROUP-DONE(RT-IDX)
                   SET WS-SCAN-IDX TO RT-IDX
                   PERFORM GET-ENTRY-KEY-PARA
                           THRU GET-ENTRY-KEY-PARA-EXIT
                   MOVE WS-ENTRY-KEY TO WS-GROUP-KEY
                   PERFORM REPORT-ONE-BOARD-PARA
                           THRU REPORT-ONE-BOARD-PARA-EXIT
               END-IF
           END-PERFORM.

       REPORT-BOARDS-PARA-EXIT.
           EXIT.

       GET-ENTRY-KEY-PARA.
           IF GROUP-BY-REGION
               MOVE RT-REGION(WS-SCAN-IDX) TO WS-ENTRY-KEY
           ELSE
               MOVE RT-ROLE(WS-SCAN-IDX) TO WS-ENTRY-KEY
           END-IF.

       GET-ENTRY-KEY-PARA-EXIT.
           EXIT.

       REPORT-ONE-BOARD-PARA.
           MOVE SPACES TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           IF GROUP-BY-REGION
               STRING "RATING LEADERBOARD - REGION "
                      FUNCTION TRIM(WS-GROUP-KEY)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "RATING LEADERBOARD - ROLE "
                      FUNCTION TRIM(WS-GROUP-KEY)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

           MOVE 0 TO WS-RANK.

           PERFORM UNTIL WS-RANK > WS-CHAMP-COUNT
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-RATING
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CHAMP-COUNT
                   IF RT-IS-ON-MASTER(WS-SCAN-IDX)
                           AND NOT RT-IS-GROUP-DONE(WS-SCAN-IDX)
                       PERFORM GET-ENTRY-KEY-PARA
                               THRU GET-ENTRY-KEY-PARA-EXIT
                       IF WS-ENTRY-KEY = WS-GROUP-KEY
                               AND (WS-BEST-IDX = 0
                                    OR RT-RATING(WS-SCAN-IDX)
                                       > WS-BEST-RATING)
                           MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           MOVE RT-RATING(WS-SCAN-IDX)
                               TO WS-BEST-RATING
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 'Y' TO RT-GROUP-DONE(WS-BEST-IDX)
               IF RT-IS-PROVISIONAL(WS-BEST-IDX)
                   MOVE "(P)" TO WS-PROV-MARK
               ELSE
                   MOVE SPACES TO WS-PROV-MARK
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " WS-RANK ". " RT-CHAMPION(WS-BEST-IDX)
                      " RATING " RT-RATING(WS-BEST-IDX)
                      " " WS-PROV-MARK
                      " EVENTS " RT-EVENTS(WS-BEST-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RATING-REPORT-LINE
               WRITE RATING-REPORT-LINE
           END-PERFORM.

       REPORT-ONE-BOARD-PARA-EXIT.
           EXIT.

      * Najveci pomaci u ovom runu - po apsolutnoj promjeni rejtinga,
      * samo prvaci koji su u runu igrali.
       REPORT-MOVERS-PARA.
           MOVE SPACES TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE "BIGGEST MOVERS THIS RUN" TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-CHAMP-COUNT
               MOVE 'N' TO RT-LISTED(RT-IDX)
           END-PERFORM.

           MOVE 0 TO WS-RANK.

           PERFORM UNTIL WS-RANK NOT LESS THAN WS-MAX-MOVERS
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-MOVE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CHAMP-COUNT
                   IF RT-RUN-EVENTS(WS-SCAN-IDX) > 0
                           AND NOT RT-IS-LISTED(WS-SCAN-IDX)
                       IF RT-CHANGE(WS-SCAN-IDX) < 0
                           COMPUTE WS-ABS-MOVE =
                                   0 - RT-CHANGE(WS-SCAN-IDX)
                       ELSE
                           MOVE RT-CHANGE(WS-SCAN-IDX) TO WS-ABS-MOVE
                       END-IF
                       IF WS-BEST-IDX = 0
                               OR WS-ABS-MOVE > WS-BEST-MOVE
                           MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           MOVE WS-ABS-MOVE TO WS-BEST-MOVE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 'Y' TO RT-LISTED(WS-BEST-IDX)
               MOVE RT-CHANGE(WS-BEST-IDX) TO WS-CHANGE-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " WS-RANK ". " RT-CHAMPION(WS-BEST-IDX)
                      " FROM " RT-START-RATING(WS-BEST-IDX)
                      " TO " RT-RATING(WS-BEST-IDX)
                      " CHANGE " WS-CHANGE-EDIT
                      " EVENTS " RT-RUN-EVENTS(WS-BEST-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RATING-REPORT-LINE
               WRITE RATING-REPORT-LINE
           END-PERFORM.

       REPORT-MOVERS-PARA-EXIT.
           EXIT.

       REJECT-RESULT-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CMRATING: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ": " RES-CHAMPION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REJECT-RESULT-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RESULTS READ: " TOTAL-RESULTS
                  "  ACCEPTED: " ACCEPTED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  EVENTS RATED: " EVENTS-RATED
                  "  SINGLE-ENTRY EVENTS: " EVENTS-SKIPPED
                  "  NEW CHAMPIONS: " NEW-CHAMPIONS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

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
           MOVE "CMRATING"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-RESULTS TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
