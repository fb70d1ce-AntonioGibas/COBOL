      ******************************************************************
      *    BUSDAY - Zajednicki servis radnih dana (vidi                *
      *             shared/copylib/BDAYREQ). Rokovi, datumi izvrsenja  *
      *             i grace rokovi se vise ne racunaju u kalendarskim  *
      *             danima po programima: svaki program trazi pravilo  *
      *             po svom PROGRAM-ID-u iz kontrolne datoteke BDAYFL  *
      *             (program, pomak NEXT/PREV/NONE za datum koji ne    *
      *             pada na radni dan, brojanje dana CAL ili BUS).     *
      *             Program bez pravila dobiva NEXT i CAL. Radni dan   *
      *             (vikendi i praznici) odreduje CALSRV; odgovori se  *
      *             pamte u tablici do kraja pokretanja, a BDAYFL se   *
      *             ucita na prvom pozivu.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pravila po programu - odrzavaju ih operateri kao i CALFL.
           SELECT OPTIONAL RULE-FILE ASSIGN TO BDAYFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE RECORDING MODE F.
       01 RULE-RECORD.
           05 BDR-PROGRAM       PIC X(8).
           05 FILLER            PIC X.
           05 BDR-ADJUST        PIC X(4).
           05 FILLER            PIC X.
           05 BDR-COUNT-MODE    PIC X(3).

       WORKING-STORAGE SECTION.
      * Kalendarski servis - vidi shared/copylib/CALREQ i
      * shared/source/CALSRV.
           COPY CALREQ.

      * Pravila i odgovori CALSRV-a ostaju u tablicama do kraja
      * pokretanja (potprogram zadrzava stanje izmedju poziva).
       01 WS-RULES-LOADED   PIC X VALUE 'N'.
           88 RULES-LOADED   VALUE 'Y'.
       01 WS-RULE-EOF       PIC X VALUE 'N'.
           88 END-OF-RULES   VALUE 'Y'.

       01 WS-MAX-RULES      PIC 9(3) VALUE 100.
       01 WS-RULE-COUNT     PIC 9(3) VALUE 0.
       01 RULE-TABLE.
           02 RULE-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-RULE-COUNT
                          INDEXED BY RUL-IDX.
              03 RUL-PROGRAM     PIC X(8).
              03 RUL-ADJUST      PIC X(4).
              03 RUL-COUNT-MODE  PIC X(3).

       01 WS-MAX-DAYS       PIC 9(4) VALUE 1000.
       01 WS-DAY-COUNT      PIC 9(4) VALUE 0.
       01 DAY-CACHE-TABLE.
           02 DAY-CACHE-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON WS-DAY-COUNT
                               INDEXED BY DAY-IDX.
              03 DC-DATE         PIC 9(8).
              03 DC-BUSINESS     PIC X.

      * Pravilo tekuceg zahtjeva.
       01 WS-ADJUST         PIC X(4).
           88 ADJUST-NEXT    VALUE "NEXT".
           88 ADJUST-PREV    VALUE "PREV".
           88 ADJUST-NONE    VALUE "NONE".
           88 ADJUST-VALID   VALUE "NEXT" "PREV" "NONE".
       01 WS-COUNT-MODE     PIC X(3).
           88 COUNT-BUSINESS VALUE "BUS".
           88 COUNT-VALID    VALUE "CAL" "BUS".

       01 WS-CUR-INT        PIC S9(9) COMP.
       01 WS-ROLL-START     PIC S9(9) COMP.
       01 WS-TO-INT         PIC S9(9) COMP.
       01 WS-STEP           PIC S9(1) VALUE +1.
       01 WS-DAYS-LEFT      PIC S9(5) VALUE ZEROS.
       01 WS-DAYS-FOUND     PIC S9(5) VALUE ZEROS.
      * Najvise 60 zatvorenih dana zaredom - dulje od toga je greska
      * u CALFL kalendaru, ne stvarno zatvaranje.
       01 WS-GAP            PIC 9(3) VALUE ZEROS.
       01 WS-MAX-GAP        PIC 9(3) VALUE 60.
       01 WS-CHECK-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-DAY-FLAG       PIC X VALUE 'N'.
           88 DAY-IS-BUSINESS VALUE 'Y'.

       LINKAGE SECTION.
           COPY BDAYREQ.

       PROCEDURE DIVISION USING BUSINESS-DAY-REQUEST.
       0000-MAIN-PARA.
           IF NOT RULES-LOADED
               PERFORM 1000-LOAD-RULES-PARA
                   THRU 1000-LOAD-RULES-PARA-EXIT
           END-IF.

           MOVE "00" TO BDQ-RESULT.
           MOVE BDQ-DATE TO BDQ-RESULT-DATE.

           IF BDQ-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(BDQ-DATE) NOT = 0
               MOVE "90" TO BDQ-RESULT
               GOBACK
           END-IF.

           PERFORM 2000-FIND-RULE-PARA THRU 2000-FIND-RULE-PARA-EXIT.
           COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(BDQ-DATE).

           EVALUATE TRUE
               WHEN BDQ-APPLY-RULE
                   IF BDQ-DAYS IS NOT NUMERIC
                       MOVE "90" TO BDQ-RESULT
                       GOBACK
                   END-IF
                   PERFORM 3000-APPLY-RULE-PARA
                       THRU 3000-APPLY-RULE-PARA-EXIT
               WHEN BDQ-NEXT-DAY
                   MOVE +1 TO WS-STEP
                   PERFORM 5000-ROLL-PARA THRU 5000-ROLL-PARA-EXIT
               WHEN BDQ-PREVIOUS-DAY
                   MOVE -1 TO WS-STEP
                   PERFORM 5000-ROLL-PARA THRU 5000-ROLL-PARA-EXIT
               WHEN BDQ-ADD-DAYS
                   IF BDQ-DAYS IS NOT NUMERIC
                       MOVE "90" TO BDQ-RESULT
                       GOBACK
                   END-IF
                   MOVE BDQ-DAYS TO WS-DAYS-LEFT
                   PERFORM 4000-ADD-BUSINESS-PARA
                       THRU 4000-ADD-BUSINESS-PARA-EXIT
               WHEN BDQ-COUNT-DAYS
                   PERFORM 6000-COUNT-DAYS-PARA
                       THRU 6000-COUNT-DAYS-PARA-EXIT
               WHEN OTHER
                   MOVE "90" TO BDQ-RESULT
                   GOBACK
           END-EVALUATE.

           IF BDQ-RESULT NOT = "90"
               COMPUTE BDQ-RESULT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CUR-INT)
           END-IF.

           GOBACK.

       1000-LOAD-RULES-PARA.
           OPEN INPUT RULE-FILE.

           READ RULE-FILE
               AT END SET END-OF-RULES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RULES
               MOVE BDR-ADJUST     TO WS-ADJUST
               MOVE BDR-COUNT-MODE TO WS-COUNT-MODE
               IF BDR-PROGRAM = SPACES
                       OR NOT ADJUST-VALID OR NOT COUNT-VALID
                   DISPLAY "BUSDAY: INVALID BDAYFL RULE IGNORED - "
                           RULE-RECORD
               ELSE
                   IF WS-RULE-COUNT NOT LESS THAN WS-MAX-RULES
                       DISPLAY "BUSDAY: RULE TABLE FULL AT "
                               WS-MAX-RULES " - REST NOT LOADED"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE BDR-PROGRAM    TO RUL-PROGRAM(WS-RULE-COUNT)
                   MOVE BDR-ADJUST     TO RUL-ADJUST(WS-RULE-COUNT)
                   MOVE BDR-COUNT-MODE
                       TO RUL-COUNT-MODE(WS-RULE-COUNT)
               END-IF
               READ RULE-FILE
                   AT END SET END-OF-RULES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RULE-FILE.
           MOVE 'Y' TO WS-RULES-LOADED.

       1000-LOAD-RULES-PARA-EXIT.
           EXIT.

      * Pravilo programa BDQ-PROGRAM; bez pravila NEXT/CAL i "04".
       2000-FIND-RULE-PARA.
           MOVE "NEXT" TO WS-ADJUST.
           MOVE "CAL"  TO WS-COUNT-MODE.
           MOVE "04"   TO BDQ-RESULT.
           PERFORM VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT
               IF RUL-PROGRAM(RUL-IDX) = BDQ-PROGRAM
                   MOVE RUL-ADJUST(RUL-IDX)     TO WS-ADJUST
                   MOVE RUL-COUNT-MODE(RUL-IDX) TO WS-COUNT-MODE
                   MOVE "00" TO BDQ-RESULT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-ADJUST     TO BDQ-ADJUST.
           MOVE WS-COUNT-MODE TO BDQ-COUNT-MODE.

       2000-FIND-RULE-PARA-EXIT.
           EXIT.

      * R - BDQ-DATE + BDQ-DAYS dana po nacinu brojanja, pa pomak
      * na radni dan po pravilu.
       3000-APPLY-RULE-PARA.
           IF COUNT-BUSINESS AND BDQ-DAYS NOT = 0
               MOVE BDQ-DAYS TO WS-DAYS-LEFT
               PERFORM 4000-ADD-BUSINESS-PARA
                   THRU 4000-ADD-BUSINESS-PARA-EXIT
           ELSE
               ADD BDQ-DAYS TO WS-CUR-INT
           END-IF.

           EVALUATE TRUE
               WHEN ADJUST-NEXT
                   MOVE +1 TO WS-STEP
                   PERFORM 5000-ROLL-PARA THRU 5000-ROLL-PARA-EXIT
               WHEN ADJUST-PREV
                   MOVE -1 TO WS-STEP
                   PERFORM 5000-ROLL-PARA THRU 5000-ROLL-PARA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-APPLY-RULE-PARA-EXIT.
           EXIT.

      * Pomice WS-CUR-INT za WS-DAYS-LEFT radnih dana (negativno
      * unatrag); zatvoreni dani se preskacu.
       4000-ADD-BUSINESS-PARA.
           IF WS-DAYS-LEFT < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
           ELSE
               MOVE +1 TO WS-STEP
           END-IF.
           MOVE ZEROS TO WS-GAP.

           PERFORM UNTIL WS-DAYS-LEFT = 0
               ADD WS-STEP TO WS-CUR-INT
               PERFORM 7000-CHECK-DAY-PARA THRU 7000-CHECK-DAY-PARA-EXIT
               IF DAY-IS-BUSINESS
                   SUBTRACT 1 FROM WS-DAYS-LEFT
                   MOVE ZEROS TO WS-GAP
               ELSE
                   ADD 1 TO WS-GAP
                   IF WS-GAP NOT LESS THAN WS-MAX-GAP
                       MOVE "08" TO BDQ-RESULT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       4000-ADD-BUSINESS-PARA-EXIT.
           EXIT.

      * Od WS-CUR-INT (ukljucivo) do prvog radnog dana u smjeru
      * WS-STEP; bez radnog dana u WS-MAX-GAP dana datum ostaje.
       5000-ROLL-PARA.
           MOVE WS-CUR-INT TO WS-ROLL-START.
           MOVE ZEROS TO WS-GAP.
           PERFORM 7000-CHECK-DAY-PARA THRU 7000-CHECK-DAY-PARA-EXIT.

           PERFORM UNTIL DAY-IS-BUSINESS
               ADD 1 TO WS-GAP
               IF WS-GAP > WS-MAX-GAP
                   MOVE WS-ROLL-START TO WS-CUR-INT
                   MOVE "08" TO BDQ-RESULT
                   EXIT PERFORM
               END-IF
               ADD WS-STEP TO WS-CUR-INT
               PERFORM 7000-CHECK-DAY-PARA THRU 7000-CHECK-DAY-PARA-EXIT
           END-PERFORM.

       5000-ROLL-PARA-EXIT.
           EXIT.

      * C - radni dani iza BDQ-DATE do BDQ-TO-DATE ukljucivo (bez
      * obzira na nacin brojanja iz pravila - zakasnina se ne
      * obracunava za dane kad je knjiznica zatvorena). Broj ide u
      * BDQ-DAYS.
       6000-COUNT-DAYS-PARA.
           IF BDQ-TO-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(BDQ-TO-DATE) NOT = 0
               MOVE "90" TO BDQ-RESULT
               GO TO 6000-COUNT-DAYS-PARA-EXIT
           END-IF.

           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(BDQ-TO-DATE).
           MOVE ZEROS TO BDQ-DAYS.
           IF WS-TO-INT <= WS-CUR-INT
               GO TO 6000-COUNT-DAYS-PARA-EXIT
           END-IF.

           MOVE WS-CUR-INT TO WS-ROLL-START.
           MOVE ZEROS TO WS-DAYS-FOUND.
           PERFORM UNTIL WS-CUR-INT NOT LESS THAN WS-TO-INT
               ADD 1 TO WS-CUR-INT
               PERFORM 7000-CHECK-DAY-PARA THRU 7000-CHECK-DAY-PARA-EXIT
               IF DAY-IS-BUSINESS
                   ADD 1 TO WS-DAYS-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-DAYS-FOUND TO BDQ-DAYS.
           MOVE WS-ROLL-START TO WS-CUR-INT.

       6000-COUNT-DAYS-PARA-EXIT.
           EXIT.

      * Je li dan WS-CUR-INT radni - iz tablice, inace CALSRV.
       7000-CHECK-DAY-PARA.
           COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER(WS-CUR-INT).
           MOVE 'N' TO WS-DAY-FLAG.

           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
               IF DC-DATE(DAY-IDX) = WS-CHECK-DATE
                   MOVE DC-BUSINESS(DAY-IDX) TO WS-DAY-FLAG
                   GO TO 7000-CHECK-DAY-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-CHECK-DATE TO CAL-REQ-DATE.
           CALL "CALSRV" USING CALENDAR-REQUEST.
           IF CAL-BUSINESS-DAY
               MOVE 'Y' TO WS-DAY-FLAG
           END-IF.

           IF WS-DAY-COUNT < WS-MAX-DAYS
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-CHECK-DATE TO DC-DATE(WS-DAY-COUNT)
               MOVE WS-DAY-FLAG   TO DC-BUSINESS(WS-DAY-COUNT)
           END-IF.

       7000-CHECK-DAY-PARA-EXIT.
           EXIT.
