      ******************************************************************
      *    DOGSHRP - Mjesecni izvjestaj gradskog prihvatilista za pse  *
      *              za gradski veterinarski ured. Iz povijesti SHLFL  *
      *              (DOGSHLT, zadaci/copylib/SHLREC) za obracunski    *
      *              mjesec (PARM MONTH=GGGGMM, default tekuci mjesec) *
      *              daje popunjenost na pocetku i kraju mjeseca,      *
      *              prosjecnu dnevnu popunjenost (psi-dani), prihvate *
      *              s/bez markice i obavijestene vlasnike, ishode po  *
      *              vrsti (RECLAIM, ADOPT, EUTHANASIA, DEATH) s       *
      *              prosjecnim trajanjem boravka, te popis pasa koji  *
      *              su na kraju mjeseca jos u prihvatilistu. Pas je u *
      *              prihvatilistu od dana prihvata do dana prije      *
      *              ishoda.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGSHRP.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHELTER-FILE ASSIGN TO SHLFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SHELTER-MONTH-REPORT ASSIGN TO SHRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SHELTER-FILE.
           COPY SHLREC.

       FD SHELTER-MONTH-REPORT.
       01 SHELTER-MONTH-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-SHL-EOF       PIC X VALUE 'N'.
           88 END-OF-SHELTER VALUE 'Y'.
       01 WS-CASE-OVERFLOW PIC X VALUE 'N'.
           88 CASE-TABLE-OVERFLOW VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(120).

      * Obracunski mjesec (MONTH=) i njegove granice.
       01 WS-MONTH         PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-DATE-NUM PIC 9(8).
       01 WS-MONTH-START   PIC 9(8).
       01 WS-MONTH-END     PIC 9(8).
       01 WS-NEXT-MONTH    PIC 9(8).
       01 WS-START-INT     PIC S9(9) COMP.
       01 WS-END-INT       PIC S9(9) COMP.
       01 WS-DAYS-IN-MONTH PIC 9(2).

      * Prihvati iz povijesti s ishodom (prazno = jos u
      * prihvatilistu). Slucaj zatvoren prije pocetka mjeseca i
      * prihvat nakon kraja mjeseca na izvjestaj ne utjecu i ne
      * drze mjesto u tablici.
       01 WS-MAX-CASES     PIC 9(4) VALUE 5000.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 SHELTER-CASE-TABLE.
           02 SHELTER-CASE-ENTRY OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-CASE-COUNT
                                  INDEXED BY CS-IDX.
              03 CS-INTAKE-NO    PIC 9(6).
              03 CS-INTAKE-DATE  PIC 9(8).
              03 CS-TAG          PIC 9(6).
              03 CS-DOG-NAME     PIC X(25).
              03 CS-OWNER        PIC X(25).
              03 CS-HOLD-UNTIL   PIC 9(8).
              03 CS-NOTIFIED     PIC X.
              03 CS-OUTCOME      PIC X(10).
              03 CS-OUTCOME-DATE PIC 9(8).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 CASE-FOUND    VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.

      * Brojaci mjeseca.
       01 OPEN-AT-START    PIC 9(5) VALUE ZEROS.
       01 OPEN-AT-END      PIC 9(5) VALUE ZEROS.
       01 AVAILABLE-AT-END PIC 9(5) VALUE ZEROS.
       01 INTAKE-COUNT     PIC 9(5) VALUE ZEROS.
       01 TAGGED-COUNT     PIC 9(5) VALUE ZEROS.
       01 UNTAGGED-COUNT   PIC 9(5) VALUE ZEROS.
       01 NOTIFIED-COUNT   PIC 9(5) VALUE ZEROS.
       01 RECLAIM-COUNT    PIC 9(5) VALUE ZEROS.
       01 ADOPT-COUNT      PIC 9(5) VALUE ZEROS.
       01 EUTHANASIA-COUNT PIC 9(5) VALUE ZEROS.
       01 DEATH-COUNT      PIC 9(5) VALUE ZEROS.
       01 OUTCOME-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-STAY-DAYS-TOTAL PIC 9(7) VALUE ZEROS.
       01 WS-DOG-DAYS      PIC 9(7) VALUE ZEROS.

      * Boravak jednog psa - prvi i zadnji dan u prihvatilistu
      * (cijeli brojevi datuma) i preklop s mjesecom.
       01 WS-IN-INT        PIC S9(9) COMP.
       01 WS-OUT-INT       PIC S9(9) COMP.
       01 WS-FROM-INT      PIC S9(9) COMP.
       01 WS-TO-INT        PIC S9(9) COMP.
       01 WS-STAY-DAYS     PIC 9(5).

       01 WS-AVG-EDIT      PIC ZZZ9.9.
       01 WS-AVERAGE       PIC 9(4)V9.

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

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
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

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
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
      * Standardni shop-wide RETURN-CODE: 0=OK, 8=greska u
      * parametrima ili puna tablica slucajeva.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-TODAY-DATE-NUM(1:6) TO WS-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-MONTH-PARA
                       THRU APPLY-PARM-MONTH-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

      * Granice mjeseca - zadnji dan je dan prije prvog u sljedecem.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           IF WS-MONTH(5:2) = "12"
               COMPUTE WS-NEXT-MONTH = (WS-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH = (WS-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-END-INT).
           COMPUTE WS-DAYS-IN-MONTH = WS-END-INT - WS-START-INT + 1.

           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-PARA-EXIT.

      * Izvjestaj iz nepotpune tablice bi krivo prikazao popunjenost -
      * ne pise se.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "DOGSHRP: CASE TABLE FULL ("
                       WS-MAX-CASES ") - REPORT NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT SHELTER-MONTH-REPORT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CITY DOG SHELTER - MONTHLY OCCUPANCY AND OUTCOMES - "
                  "MONTH " WS-MONTH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.
           MOVE "FOR THE CITY VETERINARY OFFICE"
               TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.
           MOVE SPACES TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           MOVE "OUTCOMES IN MONTH" TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               PERFORM TALLY-CASE-PARA THRU TALLY-CASE-PARA-EXIT
           END-PERFORM.

           PERFORM REPORT-IN-SHELTER-PARA
                   THRU REPORT-IN-SHELTER-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE SHELTER-MONTH-REPORT.
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
       APPLY-PARM-MONTH-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX)) = "MONTH"
                   IF KW-VALUE(KW-IDX)(1:6) IS NUMERIC
                       AND KW-VALUE(KW-IDX)(7:) = SPACES
                       AND KW-VALUE(KW-IDX)(5:2) >= "01"
                       AND KW-VALUE(KW-IDX)(5:2) <= "12"
                       MOVE KW-VALUE(KW-IDX)(1:6) TO WS-MONTH
                   ELSE
                       DISPLAY "DOGSHRP: INVALID MONTH= "
                               KW-VALUE(KW-IDX)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-PARM-MONTH-PARA-EXIT.
           EXIT.

      * Ucitava povijest: INTAKE (do kraja mjeseca) otvara slucaj,
      * ishod mu upisuje vrstu i datum; ishod prije pocetka mjeseca
      * slucaj brise iz tablice.
       LOAD-HISTORY-PARA.
           OPEN INPUT SHELTER-FILE.

           READ SHELTER-FILE
               AT END SET END-OF-SHELTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SHELTER
               IF SHL-INTAKE-NO IS NUMERIC AND SHL-INTAKE-NO > 0
                   IF SHL-IS-INTAKE
                           AND SHL-EVENT-DATE NOT > WS-MONTH-END
                       IF WS-CASE-COUNT NOT < WS-MAX-CASES
                           SET CASE-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CASE-COUNT
                           MOVE SHL-INTAKE-NO
                               TO CS-INTAKE-NO(WS-CASE-COUNT)
                           MOVE SHL-EVENT-DATE
                               TO CS-INTAKE-DATE(WS-CASE-COUNT)
                           MOVE SHL-TAG    TO CS-TAG(WS-CASE-COUNT)
                           MOVE SHL-DOG-NAME
                               TO CS-DOG-NAME(WS-CASE-COUNT)
                           MOVE SHL-OWNER  TO CS-OWNER(WS-CASE-COUNT)
                           MOVE SHL-HOLD-UNTIL
                               TO CS-HOLD-UNTIL(WS-CASE-COUNT)
                           MOVE SHL-NOTIFIED
                               TO CS-NOTIFIED(WS-CASE-COUNT)
                           MOVE SPACES TO CS-OUTCOME(WS-CASE-COUNT)
                           MOVE ZEROS
                               TO CS-OUTCOME-DATE(WS-CASE-COUNT)
                       END-IF
                   END-IF
                   IF NOT SHL-IS-INTAKE
                       PERFORM FIND-CASE-PARA THRU FIND-CASE-PARA-EXIT
                       IF CASE-FOUND
                               AND SHL-EVENT-DATE < WS-MONTH-START
                           PERFORM REMOVE-CASE-PARA
                                   THRU REMOVE-CASE-PARA-EXIT
                           MOVE 'N' TO WS-FOUND-FLAG
                       END-IF
                       IF CASE-FOUND
                           MOVE SHL-EVENT
                               TO CS-OUTCOME(WS-FOUND-IDX)
                           MOVE SHL-EVENT-DATE
                               TO CS-OUTCOME-DATE(WS-FOUND-IDX)
      * Udomljeni pas bez markice ime dobiva tek na ishodu.
                           IF CS-DOG-NAME(WS-FOUND-IDX) = SPACES
                               MOVE SHL-DOG-NAME
                                   TO CS-DOG-NAME(WS-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ SHELTER-FILE
                   AT END SET END-OF-SHELTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SHELTER-FILE.

       LOAD-HISTORY-PARA-EXIT.
           EXIT.

      * Brise slucaj WS-FOUND-IDX - na njegovo mjesto dolazi zadnji
      * slucaj u tablici.
       REMOVE-CASE-PARA.
           IF WS-FOUND-IDX < WS-CASE-COUNT
               MOVE SHELTER-CASE-ENTRY(WS-CASE-COUNT)
                   TO SHELTER-CASE-ENTRY(WS-FOUND-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-CASE-COUNT.

       REMOVE-CASE-PARA-EXIT.
           EXIT.

       FIND-CASE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               IF CS-INTAKE-NO(CS-IDX) = SHL-INTAKE-NO
                   SET CASE-FOUND TO TRUE
                   SET WS-FOUND-IDX TO CS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CASE-PARA-EXIT.
           EXIT.

      * Jedan slucaj (CS-IDX): popunjenost, psi-dani, prihvat i
      * ishod u mjesecu.
       TALLY-CASE-PARA.
           IF CS-INTAKE-DATE(CS-IDX) > WS-MONTH-END
               GO TO TALLY-CASE-PARA-EXIT
           END-IF.

           COMPUTE WS-IN-INT =
                   FUNCTION INTEGER-OF-DATE(CS-INTAKE-DATE(CS-IDX)).
           IF CS-OUTCOME(CS-IDX) = SPACES
               COMPUTE WS-OUT-INT = WS-END-INT + 1
           ELSE
               COMPUTE WS-OUT-INT = FUNCTION INTEGER-OF-DATE(
                       CS-OUTCOME-DATE(CS-IDX))
           END-IF.

      * Pas koji je izasao prije pocetka mjeseca nije ni u cemu.
           IF WS-OUT-INT < WS-START-INT
               GO TO TALLY-CASE-PARA-EXIT
           END-IF.

           IF WS-IN-INT < WS-START-INT
               ADD 1 TO OPEN-AT-START
           END-IF.
           IF WS-OUT-INT > WS-END-INT
               ADD 1 TO OPEN-AT-END
           END-IF.

      * Psi-dani u mjesecu: od prihvata do dana prije ishoda.
           MOVE WS-IN-INT TO WS-FROM-INT.
           IF WS-FROM-INT < WS-START-INT
               MOVE WS-START-INT TO WS-FROM-INT
           END-IF.
           COMPUTE WS-TO-INT = WS-OUT-INT - 1.
           IF WS-TO-INT > WS-END-INT
               MOVE WS-END-INT TO WS-TO-INT
           END-IF.
           IF WS-TO-INT NOT < WS-FROM-INT
               COMPUTE WS-DOG-DAYS =
                       WS-DOG-DAYS + WS-TO-INT - WS-FROM-INT + 1
           END-IF.

           IF WS-IN-INT NOT < WS-START-INT
               ADD 1 TO INTAKE-COUNT
               IF CS-OWNER(CS-IDX) NOT = SPACES
                   ADD 1 TO TAGGED-COUNT
               ELSE
                   ADD 1 TO UNTAGGED-COUNT
               END-IF
               IF CS-NOTIFIED(CS-IDX) = "Y"
                   ADD 1 TO NOTIFIED-COUNT
               END-IF
           END-IF.

           IF CS-OUTCOME(CS-IDX) NOT = SPACES
                   AND WS-OUT-INT NOT > WS-END-INT
               PERFORM REPORT-OUTCOME-PARA
                       THRU REPORT-OUTCOME-PARA-EXIT
           END-IF.

       TALLY-CASE-PARA-EXIT.
           EXIT.

      * Ishod u mjesecu - po vrsti i trajanje boravka.
       REPORT-OUTCOME-PARA.
           ADD 1 TO OUTCOME-COUNT.
           EVALUATE CS-OUTCOME(CS-IDX)
               WHEN "RECLAIM"
                   ADD 1 TO RECLAIM-COUNT
               WHEN "ADOPT"
                   ADD 1 TO ADOPT-COUNT
               WHEN "EUTHANASIA"
                   ADD 1 TO EUTHANASIA-COUNT
               WHEN OTHER
                   ADD 1 TO DEATH-COUNT
           END-EVALUATE.

           COMPUTE WS-STAY-DAYS = WS-OUT-INT - WS-IN-INT.
           ADD WS-STAY-DAYS TO WS-STAY-DAYS-TOTAL.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " CS-OUTCOME(CS-IDX)
                  " " CS-INTAKE-NO(CS-IDX)
                  " " CS-DOG-NAME(CS-IDX)
                  " IN " CS-INTAKE-DATE(CS-IDX)
                  " OUT " CS-OUTCOME-DATE(CS-IDX)
                  " DAYS " WS-STAY-DAYS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

       REPORT-OUTCOME-PARA-EXIT.
           EXIT.

      * Psi u prihvatilistu na kraju mjeseca; oni kojima je istekao
      * rok cuvanja su slobodni za udomljavanje.
       REPORT-IN-SHELTER-PARA.
           MOVE SPACES TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.
           MOVE "DOGS IN SHELTER AT MONTH END"
               TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               IF CS-INTAKE-DATE(CS-IDX) NOT > WS-MONTH-END
                   AND (CS-OUTCOME(CS-IDX) = SPACES
                        OR CS-OUTCOME-DATE(CS-IDX) > WS-MONTH-END)
                   COMPUTE WS-STAY-DAYS = WS-END-INT + 1 -
                           FUNCTION INTEGER-OF-DATE(
                               CS-INTAKE-DATE(CS-IDX))
                   MOVE SPACES TO TEMP-REPORT-LINE
                   IF CS-HOLD-UNTIL(CS-IDX) < WS-MONTH-END
                       ADD 1 TO AVAILABLE-AT-END
                       STRING "  " CS-INTAKE-NO(CS-IDX)
                              " " CS-DOG-NAME(CS-IDX)
                              " TAG " CS-TAG(CS-IDX)
                              " IN " CS-INTAKE-DATE(CS-IDX)
                              " DAYS " WS-STAY-DAYS
                              " HOLD " CS-HOLD-UNTIL(CS-IDX)
                              " AVAILABLE FOR ADOPTION"
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   ELSE
                       STRING "  " CS-INTAKE-NO(CS-IDX)
                              " " CS-DOG-NAME(CS-IDX)
                              " TAG " CS-TAG(CS-IDX)
                              " IN " CS-INTAKE-DATE(CS-IDX)
                              " DAYS " WS-STAY-DAYS
                              " HOLD " CS-HOLD-UNTIL(CS-IDX)
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   END-IF
                   MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE
                   WRITE SHELTER-MONTH-REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-IN-SHELTER-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.
           MOVE "MONTHLY SUMMARY" TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  IN SHELTER AT MONTH START: " OPEN-AT-START
                  "  AT MONTH END: " OPEN-AT-END
                  "  OF WHICH AVAILABLE FOR ADOPTION: "
                  AVAILABLE-AT-END
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           COMPUTE WS-AVERAGE ROUNDED =
                   WS-DOG-DAYS / WS-DAYS-IN-MONTH.
           MOVE WS-AVERAGE TO WS-AVG-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  DOG-DAYS: " WS-DOG-DAYS
                  "  AVERAGE DAILY OCCUPANCY: " WS-AVG-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  INTAKES: " INTAKE-COUNT
                  "  WITH REGISTERED TAG: " TAGGED-COUNT
                  "  UNKNOWN OWNER: " UNTAGGED-COUNT
                  "  OWNERS NOTIFIED: " NOTIFIED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  OUTCOMES: " OUTCOME-COUNT
                  "  RECLAIMED: " RECLAIM-COUNT
                  "  ADOPTED: " ADOPT-COUNT
                  "  EUTHANASIA: " EUTHANASIA-COUNT
                  "  DIED: " DEATH-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

           IF OUTCOME-COUNT > 0
               COMPUTE WS-AVERAGE ROUNDED =
                       WS-STAY-DAYS-TOTAL / OUTCOME-COUNT
           ELSE
               MOVE ZEROS TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE TO WS-AVG-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  AVERAGE STAY OF DOGS LEAVING (DAYS): "
                  WS-AVG-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-MONTH-REPORT-LINE.
           WRITE SHELTER-MONTH-REPORT-LINE.

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
           MOVE "DOGSHRP"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WS-CASE-COUNT TO ALOG-RECORD-COUNT
           IF RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
