      *    RUNLOCK - Zajednicki servis zakljucavanja pokretanja nad    *
      *              kontrolnim skupom LOCKFL. Skup je knjiga          *
      *              dogadjaja (OPEN EXTEND, kao RUNCTL): svaki zapis  *
      *              je ime brave plus A (uzeta) ili R (otpustena) s   *
      *              datumom i vremenom, a brava je zauzeta kad ime    *
      *              ima vise A nego R zapisa. Drugo pokretanje        *
      *              DAILYCTL prozora ili dvaput predani CMPROC tako   *
      *              dobivaju "91" i izlaze odmah umjesto da dva runa  *
      *              dijele isti CKPFL checkpoint i EXTEND logove.     *
      *              Brava uzeta prije vise od 12 sati je zaostala     *
      *              (pad bez otpustanja) - uz "91" se otvara ili      *
      *              azurira incident prema service desku              *
      *              (shared/source/INCRAISE). Zaostala brava se i     *
      *              dalje cisti rucnim R zapisom ili praznjenjem      *
      *              LOCKFL skupa.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOCK.
           05 LCK-REC-NAME      PIC X(8).
           05 FILLER            PIC X.
           05 LCK-REC-ACTION    PIC X.
           05 FILLER            PIC X.
      * Kada je zapis upisan; razmaci = zapis iz vremena prije
      * vremenskih oznaka (takva uzeta brava smatra se zaostalom).
           05 LCK-REC-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 LCK-REC-TIME      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-LOCKS  VALUE 'Y'.
       01 WS-HOLD-COUNT    PIC S9(5) COMP VALUE 0.

      * Vrijeme zadnjeg A zapisa brave i prag zaostale brave.
       01 WS-TAKEN-DATE    PIC X(8).
       01 WS-TAKEN-DATE-NUM REDEFINES WS-TAKEN-DATE PIC 9(8).
       01 WS-TAKEN-TIME    PIC 9(6).
       01 WS-TAKEN-HHMM REDEFINES WS-TAKEN-TIME.
           05 WS-TAKEN-HH   PIC 99.
           05 WS-TAKEN-MM   PIC 99.
           05 FILLER        PIC 99.
       01 WS-STALE-MINUTES PIC 9(5) VALUE 720.
       01 WS-AGE-MINUTES   PIC S9(9) VALUE 0.
       01 WS-CURRENT-DATE.
           05 WS-CD-DATE    PIC 9(8).
           05 WS-CD-HH      PIC 99.
           05 WS-CD-MM      PIC 99.
           05 WS-CD-SS      PIC 99.
           05 FILLER        PIC X(7).
       01 WS-STALE-FLAG    PIC X VALUE 'N'.
           88 LOCK-IS-STALE VALUE 'Y'.

      * Incident prema service desku za zaostalu bravu (shared/
      * copylib/INCREQ, shared/source/INCRAISE).
           COPY INCREQ.

       LINKAGE SECTION.
           COPY LOCKREQ.

       0000-MAIN-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE SPACES TO WS-TAKEN-DATE.
           MOVE ZEROS TO WS-TAKEN-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           IF LCK-NAME = SPACES
                   OR (NOT LCK-ACQUIRE AND NOT LCK-RELEASE)
               IF LCK-REC-NAME = LCK-NAME
                   IF LCK-REC-ACTION = "A"
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LCK-REC-DATE TO WS-TAKEN-DATE
                       MOVE LCK-REC-TIME TO WS-TAKEN-TIME
                   END-IF
                   IF LCK-REC-ACTION = "R"
                       SUBTRACT 1 FROM WS-HOLD-COUNT
           CLOSE LOCK-FILE.

           IF LCK-ACQUIRE AND WS-HOLD-COUNT > 0
               PERFORM 1000-CHECK-STALE-PARA
                   THRU 1000-CHECK-STALE-PARA-EXIT
               MOVE "91" TO LCK-RESULT
               GOBACK
           END-IF.
           OPEN EXTEND LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE LCK-NAME TO LCK-REC-NAME.
           MOVE WS-CD-DATE TO LCK-REC-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO LCK-REC-TIME.
           IF LCK-ACQUIRE
               MOVE "A" TO LCK-REC-ACTION
           ELSE

           MOVE "00" TO LCK-RESULT.
           GOBACK.

      * Brava zauzeta dulje od WS-STALE-MINUTES (ili bez vremena) je
      * ostatak pada - prijavljuje se service desku. Brava se ne
      * otpusta automatski: mozda prethodni run jos radi.
       1000-CHECK-STALE-PARA.
           MOVE 'N' TO WS-STALE-FLAG.
           IF WS-TAKEN-DATE IS NOT NUMERIC
               SET LOCK-IS-STALE TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TAKEN-DATE-NUM) NOT = 0
                   SET LOCK-IS-STALE TO TRUE
               ELSE
                   COMPUTE WS-AGE-MINUTES =
                       (FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-TAKEN-DATE-NUM))
                       * 1440
                       + (WS-CD-HH * 60 + WS-CD-MM)
                       - (WS-TAKEN-HH * 60 + WS-TAKEN-MM)
                   IF WS-AGE-MINUTES > WS-STALE-MINUTES
                       SET LOCK-IS-STALE TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT LOCK-IS-STALE
               GO TO 1000-CHECK-STALE-PARA-EXIT
           END-IF.

           DISPLAY "RUNLOCK: LOCK " LCK-NAME " HELD SINCE "
                   WS-TAKEN-DATE " " WS-TAKEN-TIME
                   " - STALE, REPORTED TO SERVICE DESK".

           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "RUNLOCK" TO IRQ-SOURCE.
           SET IRQ-STALE-LOCK TO TRUE.
           MOVE LCK-NAME TO IRQ-PROGRAM.
           MOVE "LOCKFL" TO IRQ-STEP.
           MOVE 16 TO IRQ-RC.
           MOVE ZEROS TO IRQ-RUN-NUMBER.
           STRING "RUN LOCK HELD SINCE " WS-TAKEN-DATE " "
                  WS-TAKEN-TIME " - CLEAR WITH AN R RECORD IN LOCKFL"
               DELIMITED BY SIZE INTO IRQ-SUMMARY.
           CALL "INCRAISE" USING INCIDENT-REQUEST.

       1000-CHECK-STALE-PARA-EXIT.
           EXIT.
