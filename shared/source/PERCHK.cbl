      ******************************************************************
      *    PERCHK - Zajednicka provjera knjigovodstvenog razdoblja za  *
      *             programe koji knjize (vidi shared/copylib/PERREQ). *
      *             Kontrola razdoblja (PERCTL, OPTIONAL - bez nje je  *
      *             sve otvoreno) se ucita na prvom pozivu i ostaje u  *
      *             tablici do kraja pokretanja (obrazac EDITCHK).     *
      *             Stavka datirana u zatvoreni mjesec svoje knjige se *
      *             po PER-LATE-ACTION odbija (R) ili preusmjerava (D) *
      *             na prvi dan prvog sljedeceg mjeseca koji nije      *
      *             zatvoren, ako pozivatelj preusmjeravanje dopusta   *
      *             (PRQ-ALLOW-REDIRECT); svaka takva stavka se        *
      *             upisuje u zajednicki PERLOG trag.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-LOG-FILE ASSIGN TO PERLOG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL-FILE RECORDING MODE F.
           COPY PERCTL.

       FD PERIOD-LOG-FILE RECORDING MODE F.
       01 PERIOD-LOG-FILE-RECORD PIC X(106).

       WORKING-STORAGE SECTION.
      * Kontrola razdoblja se ucitava na prvom pozivu i ostaje u
      * radnoj tablici do kraja pokretanja (potprogram zadrzava
      * stanje izmedju poziva).
       01 WS-PERIODS-LOADED PIC X VALUE 'N'.
           88 PERIODS-LOADED VALUE 'Y'.
       01 WS-PER-EOF        PIC X VALUE 'N'.
           88 END-OF-PERIODS VALUE 'Y'.

      * Samo zatvorena razdoblja - otvoreno i nenavedeno su isto.
       01 WS-MAX-PERIODS    PIC 9(4) VALUE 1000.
       01 WS-PERIOD-COUNT   PIC 9(4) VALUE 0.
       01 PERIOD-TABLE.
           02 PERIOD-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-PERIOD-COUNT
                            INDEXED BY PER-IDX.
              03 PT-LEDGER       PIC X(8).
              03 PT-PERIOD       PIC 9(6).
              03 PT-LATE-ACTION  PIC X.

       01 WS-FOUND-FLAG     PIC X VALUE 'N'.
           88 PERIOD-CLOSED  VALUE 'Y'.
       01 WS-FOUND-ACTION   PIC X VALUE SPACE.
       01 WS-CHECK-PERIOD   PIC 9(6) VALUE ZEROS.
       01 WS-CHECK-VIEW REDEFINES WS-CHECK-PERIOD.
           05 WS-CHECK-YEAR  PIC 9(4).
           05 WS-CHECK-MONTH PIC 9(2).
       01 WS-STEP-COUNT     PIC 9(3) VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CD-DATE    PIC 9(8).
           05 FILLER        PIC X(13).

           COPY PERLOG.

       LINKAGE SECTION.
           COPY PERREQ.

       PROCEDURE DIVISION USING PERIOD-CHECK-REQUEST.
       0000-MAIN-PARA.
           IF NOT PERIODS-LOADED
               PERFORM 1000-LOAD-PERIODS-PARA
                   THRU 1000-LOAD-PERIODS-PARA-EXIT
           END-IF.

           SET PRQ-PERIOD-OPEN TO TRUE.
           MOVE PRQ-POST-DATE TO PRQ-NEW-DATE.
           MOVE ZEROS TO PRQ-CLOSED-PERIOD.

      * Neispravan datum je stvar pozivateljeve vlastite provjere.
           IF PRQ-POST-DATE IS NOT NUMERIC OR PRQ-POST-DATE = ZEROS
               GOBACK
           END-IF.

           MOVE PRQ-POST-DATE(1:6) TO WS-CHECK-PERIOD.
           PERFORM 2000-FIND-PERIOD-PARA
               THRU 2000-FIND-PERIOD-PARA-EXIT.
           IF NOT PERIOD-CLOSED
               GOBACK
           END-IF.

           MOVE WS-CHECK-PERIOD TO PRQ-CLOSED-PERIOD.
           IF WS-FOUND-ACTION NOT = "D" OR PRQ-REJECT-ONLY
               SET PRQ-REJECTED TO TRUE
               MOVE ZEROS TO PRQ-NEW-DATE
           ELSE
               PERFORM 3000-NEXT-OPEN-PARA
                   THRU 3000-NEXT-OPEN-PARA-EXIT
           END-IF.

           PERFORM 8000-LOG-PERIOD-PARA THRU 8000-LOG-PERIOD-PARA-EXIT.

           GOBACK.

       1000-LOAD-PERIODS-PARA.
           OPEN INPUT PERIOD-CONTROL-FILE.

           READ PERIOD-CONTROL-FILE
               AT END SET END-OF-PERIODS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PERIODS
               IF PER-CLOSED AND PER-PERIOD IS NUMERIC
                   IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PER-LEDGER TO PT-LEDGER(WS-PERIOD-COUNT)
                       MOVE PER-PERIOD TO PT-PERIOD(WS-PERIOD-COUNT)
                       MOVE PER-LATE-ACTION
                           TO PT-LATE-ACTION(WS-PERIOD-COUNT)
                   ELSE
                       DISPLAY "PERCHK: PERIOD TABLE FULL - "
                               PER-LEDGER " " PER-PERIOD
                               " TREATED AS OPEN"
                   END-IF
               END-IF
               READ PERIOD-CONTROL-FILE
                   AT END SET END-OF-PERIODS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PERIOD-CONTROL-FILE.
           MOVE 'Y' TO WS-PERIODS-LOADED.

       1000-LOAD-PERIODS-PARA-EXIT.
           EXIT.

      * Je li WS-CHECK-PERIOD zatvoren u knjizi PRQ-LEDGER.
       2000-FIND-PERIOD-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACE TO WS-FOUND-ACTION.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
               IF PT-LEDGER(PER-IDX) = PRQ-LEDGER
                       AND PT-PERIOD(PER-IDX) = WS-CHECK-PERIOD
                   SET PERIOD-CLOSED TO TRUE
                   MOVE PT-LATE-ACTION(PER-IDX) TO WS-FOUND-ACTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2000-FIND-PERIOD-PARA-EXIT.
           EXIT.

      * Prvi sljedeci mjesec koji nije zatvoren - stavka se knjizi
      * na njegov prvi dan. Bez otvorenog mjeseca u sljedecih 120
      * stavka se ipak odbija.
       3000-NEXT-OPEN-PARA.
           MOVE ZEROS TO WS-STEP-COUNT.
           PERFORM UNTIL NOT PERIOD-CLOSED OR WS-STEP-COUNT > 120
               ADD 1 TO WS-STEP-COUNT
               IF WS-CHECK-MONTH = 12
                   ADD 1 TO WS-CHECK-YEAR
                   MOVE 1 TO WS-CHECK-MONTH
               ELSE
                   ADD 1 TO WS-CHECK-MONTH
               END-IF
               PERFORM 2000-FIND-PERIOD-PARA
                   THRU 2000-FIND-PERIOD-PARA-EXIT
           END-PERFORM.

           IF PERIOD-CLOSED
               SET PRQ-REJECTED TO TRUE
               MOVE ZEROS TO PRQ-NEW-DATE
           ELSE
               SET PRQ-REDIRECTED TO TRUE
               MOVE WS-CHECK-PERIOD TO PRQ-NEW-DATE(1:6)
               MOVE "01" TO PRQ-NEW-DATE(7:2)
           END-IF.

       3000-NEXT-OPEN-PARA-EXIT.
           EXIT.

       8000-LOG-PERIOD-PARA.
           MOVE SPACES TO PERIOD-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE        TO PLG-RUN-DATE.
           MOVE PRQ-RUN-NUMBER    TO PLG-RUN-NUMBER.
           MOVE PRQ-PROGRAM-ID    TO PLG-PROGRAM-ID.
           MOVE PRQ-LEDGER        TO PLG-LEDGER.
           MOVE PRQ-POST-DATE     TO PLG-POST-DATE.
           MOVE PRQ-CLOSED-PERIOD TO PLG-CLOSED-PERIOD.
           MOVE PRQ-RESULT        TO PLG-ACTION.
           MOVE PRQ-NEW-DATE      TO PLG-NEW-DATE.
           MOVE PRQ-REFERENCE     TO PLG-REFERENCE.
           MOVE PRQ-AMOUNT        TO PLG-AMOUNT.

           OPEN EXTEND PERIOD-LOG-FILE.
           MOVE PERIOD-LOG-RECORD TO PERIOD-LOG-FILE-RECORD.
           WRITE PERIOD-LOG-FILE-RECORD.
           CLOSE PERIOD-LOG-FILE.

       8000-LOG-PERIOD-PARA-EXIT.
           EXIT.
