      ******************************************************************
      *    INCRAISE - Zajednicki servis incidenata prema service desku *
      *               (vidi shared/copylib/INCREQ, INCREC, INCCLS). Za *
      *               prijavljeni pad (DAILYCTL korak, BALCHK          *
      *               neslaganje, RUNLOCK zaostala brava) trazi u      *
      *               izlaznom INCIFL sucelju zadnji incident istog    *
      *               izvora, vrste, programa i koraka: ako nije       *
      *               zatvoren u povratnom CLOSFL feedu i javljen je   *
      *               unutar prozora (danas ili jucer), dopisuje UPD   *
      *               poruku pod istim brojem, inace otvara NEW        *
      *               incident sa sljedecim brojem. Poruci dodaje      *
      *               pripadne EXCPTFL zapise pokretanja s uzrokom     *
      *               obicnim jezikom iz FSDIAG-a - nocni operater     *
      *               vise ne mora zvati nikoga, a jutarnji tim ne     *
      *               slaze pricu iz SYSOUT-a.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRAISE.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Izlazno sucelje - knjiga poruka (OPEN EXTEND, kao LOCKFL);
      * service desk preuzima nove zapise, a servis iz nje zna koji
      * je incident za koji korak vec otvoren.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO INCIFL
                  ORGANIZATION IS SEQUENTIAL.

      * Povratni feed zatvorenih incidenata sa service deska.
           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO CLOSFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-LOG-FILE ASSIGN TO EXCPTFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE RECORDING MODE F.
       01 INCIDENT-FILE-RECORD PIC X(806).

       FD CLOSURE-FILE RECORDING MODE F.
           COPY INCCLS.

       FD EXCEPTION-LOG-FILE RECORDING MODE F.
       01 EXCEPTION-LOG-FILE-RECORD PIC X(125).

       WORKING-STORAGE SECTION.
           COPY INCREC.
           COPY EXCPTLOG.
           COPY FSDREQ.

       01 WS-INC-EOF       PIC X VALUE 'N'.
           88 END-OF-INCIDENTS VALUE 'Y'.
       01 WS-CLS-EOF       PIC X VALUE 'N'.
           88 END-OF-CLOSURES  VALUE 'Y'.
       01 WS-EXC-EOF       PIC X VALUE 'N'.
           88 END-OF-EXCEPTIONS VALUE 'Y'.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(8).
           05 WS-CD-TIME       PIC 9(6).
           05 FILLER           PIC X(7).
       01 WS-TODAY-INTEGER PIC 9(7).

      * Prozor u kojem se ponovljeni pad istog koraka dopisuje u
      * otvoreni incident - danas ili jucer (nocni prozor prelazi
      * ponoc).
       01 WS-WINDOW-DAYS   PIC 9(3) VALUE 1.
       01 WS-DATE-NUM      PIC 9(8).
       01 WS-DATE-INTEGER  PIC 9(7).

      * Brojevi incidenata zatvorenih na service desku.
       01 WS-MAX-CLOSED    PIC 9(4) VALUE 2000.
       01 WS-CLOSED-COUNT  PIC 9(4) VALUE 0.
       01 CLOSED-TABLE.
           02 CLOSED-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-CLOSED-COUNT
                            INDEXED BY CLS-IDX.
              03 CL-TICKET-ID  PIC 9(8).
       01 WS-CHECK-TICKET  PIC 9(8).
       01 WS-CLOSED-FLAG   PIC X VALUE 'N'.
           88 TICKET-CLOSED VALUE 'Y'.

      * Najveci broj incidenta u INCIFL-u i zadnji incident za isti
      * kljuc.
       01 WS-MAX-TICKET    PIC 9(8).
       01 WS-OPEN-TICKET   PIC 9(8).
       01 WS-OPEN-DATE     PIC 9(8).
       01 WS-OPEN-OCCURS   PIC 9(4).
       01 WS-UPDATE-FLAG   PIC X VALUE 'N'.
           88 UPDATE-TICKET VALUE 'Y'.

      * Pripadne iznimke: broj pokretanja po kojem se sparuju, ukupno
      * pronadjenih i koliko ih je uzeto u poruku (najvise pet).
       01 WS-MATCH-RUN     PIC 9(6).
       01 WS-EXC-TOTAL     PIC 9(4).
       01 WS-EXC-KEPT      PIC 9.
       01 WS-MAX-EXC-KEPT  PIC 9 VALUE 5.
       01 WS-EXC-FLAG      PIC X VALUE 'N'.
           88 EXCEPTION-MATCHES VALUE 'Y'.

       LINKAGE SECTION.
           COPY INCREQ.

       PROCEDURE DIVISION USING INCIDENT-REQUEST.
       0000-MAIN-PARA.
           MOVE "00" TO IRQ-RESULT.
           MOVE ZEROS TO IRQ-TICKET-ID.
           MOVE SPACES TO IRQ-ACTION.

           IF IRQ-PROGRAM = SPACES OR IRQ-TYPE = SPACES
               MOVE "92" TO IRQ-RESULT
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CD-DATE).

           PERFORM 1000-LOAD-CLOSURES-PARA
               THRU 1000-LOAD-CLOSURES-PARA-EXIT.
           PERFORM 2000-FIND-OPEN-TICKET-PARA
               THRU 2000-FIND-OPEN-TICKET-PARA-EXIT.
           PERFORM 3000-COLLECT-EXCEPTIONS-PARA
               THRU 3000-COLLECT-EXCEPTIONS-PARA-EXIT.
           PERFORM 4000-WRITE-INCIDENT-PARA
               THRU 4000-WRITE-INCIDENT-PARA-EXIT.

           GOBACK.

       1000-LOAD-CLOSURES-PARA.
           MOVE 'N' TO WS-CLS-EOF.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT CLOSURE-FILE.

           READ CLOSURE-FILE
               AT END SET END-OF-CLOSURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CLOSURES
               IF ICL-TICKET-ID IS NUMERIC
                   IF WS-CLOSED-COUNT NOT LESS THAN WS-MAX-CLOSED
                       DISPLAY "INCRAISE: CLOSURE TABLE FULL - "
                               "TICKET " ICL-TICKET-ID " IGNORED"
                   ELSE
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE ICL-TICKET-ID
                           TO CL-TICKET-ID(WS-CLOSED-COUNT)
                   END-IF
               END-IF
               READ CLOSURE-FILE
                   AT END SET END-OF-CLOSURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CLOSURE-FILE.

       1000-LOAD-CLOSURES-PARA-EXIT.
           EXIT.

       1500-CHECK-CLOSED-PARA.
           MOVE 'N' TO WS-CLOSED-FLAG.
           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLOSED-COUNT
               IF CL-TICKET-ID(CLS-IDX) = WS-CHECK-TICKET
                   SET TICKET-CLOSED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1500-CHECK-CLOSED-PARA-EXIT.
           EXIT.

      * Zadnja poruka za isti kljuc odredjuje stanje incidenta.
       2000-FIND-OPEN-TICKET-PARA.
           MOVE 'N' TO WS-INC-EOF.
           MOVE 'N' TO WS-UPDATE-FLAG.
           MOVE ZEROS TO WS-MAX-TICKET WS-OPEN-TICKET
                         WS-OPEN-DATE WS-OPEN-OCCURS.
           OPEN INPUT INCIDENT-FILE.

           READ INCIDENT-FILE
               AT END SET END-OF-INCIDENTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INCIDENTS
               MOVE INCIDENT-FILE-RECORD TO INCIDENT-RECORD
               IF INC-TICKET-ID IS NUMERIC
                   IF INC-TICKET-ID > WS-MAX-TICKET
                       MOVE INC-TICKET-ID TO WS-MAX-TICKET
                   END-IF
                   IF INC-SOURCE = IRQ-SOURCE
                           AND INC-TYPE = IRQ-TYPE
                           AND INC-PROGRAM = IRQ-PROGRAM
                           AND INC-STEP = IRQ-STEP
                       MOVE INC-TICKET-ID TO WS-OPEN-TICKET
                       MOVE INC-DATE TO WS-OPEN-DATE
                       MOVE INC-OCCURRENCES TO WS-OPEN-OCCURS
                   END-IF
               END-IF
               READ INCIDENT-FILE
                   AT END SET END-OF-INCIDENTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-FILE.

           IF WS-OPEN-TICKET = ZEROS
               GO TO 2000-FIND-OPEN-TICKET-PARA-EXIT
           END-IF.

           MOVE WS-OPEN-TICKET TO WS-CHECK-TICKET.
           PERFORM 1500-CHECK-CLOSED-PARA
               THRU 1500-CHECK-CLOSED-PARA-EXIT.
           IF TICKET-CLOSED
               GO TO 2000-FIND-OPEN-TICKET-PARA-EXIT
           END-IF.

           MOVE WS-OPEN-DATE TO WS-DATE-NUM.
           PERFORM 2500-DATE-IN-WINDOW-PARA
               THRU 2500-DATE-IN-WINDOW-PARA-EXIT.
           IF WS-DATE-INTEGER NOT = ZEROS
               SET UPDATE-TICKET TO TRUE
           END-IF.

       2000-FIND-OPEN-TICKET-PARA-EXIT.
           EXIT.

      * WS-DATE-INTEGER = dan datuma WS-DATE-NUM ako je datum
      * ispravan i unutar prozora, inace nula.
       2500-DATE-IN-WINDOW-PARA.
           MOVE ZEROS TO WS-DATE-INTEGER.
           IF WS-DATE-NUM IS NOT NUMERIC
               GO TO 2500-DATE-IN-WINDOW-PARA-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               GO TO 2500-DATE-IN-WINDOW-PARA-EXIT
           END-IF.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-INTEGER + WS-WINDOW-DAYS < WS-TODAY-INTEGER
               MOVE ZEROS TO WS-DATE-INTEGER
           END-IF.

       2500-DATE-IN-WINDOW-PARA-EXIT.
           EXIT.

      * Iznimke programa iz prozora; bez zadanog broja pokretanja
      * vrijedi zadnje (najvece) pokretanje koje ih je zapisalo.
       3000-COLLECT-EXCEPTIONS-PARA.
           MOVE 'N' TO WS-EXC-EOF.
           MOVE IRQ-RUN-NUMBER TO WS-MATCH-RUN.
           MOVE ZEROS TO WS-EXC-TOTAL WS-EXC-KEPT.
           MOVE SPACES TO INCIDENT-RECORD.
           OPEN INPUT EXCEPTION-LOG-FILE.

           READ EXCEPTION-LOG-FILE
               AT END SET END-OF-EXCEPTIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-EXCEPTIONS
               MOVE EXCEPTION-LOG-FILE-RECORD TO EXCEPTION-LOG-RECORD
               PERFORM 3100-MATCH-EXCEPTION-PARA
                   THRU 3100-MATCH-EXCEPTION-PARA-EXIT
               READ EXCEPTION-LOG-FILE
                   AT END SET END-OF-EXCEPTIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE EXCEPTION-LOG-FILE.

           IF IRQ-RUN-NUMBER = ZEROS
               MOVE WS-MATCH-RUN TO IRQ-RUN-NUMBER
           END-IF.

       3000-COLLECT-EXCEPTIONS-PARA-EXIT.
           EXIT.

       3100-MATCH-EXCEPTION-PARA.
           IF EXC-PROGRAM-ID NOT = IRQ-PROGRAM
                   OR EXC-RUN-NUMBER IS NOT NUMERIC
               GO TO 3100-MATCH-EXCEPTION-PARA-EXIT
           END-IF.

           IF IRQ-RUN-NUMBER NOT = ZEROS
               IF EXC-RUN-NUMBER NOT = IRQ-RUN-NUMBER
                   GO TO 3100-MATCH-EXCEPTION-PARA-EXIT
               END-IF
           ELSE
               MOVE EXC-RUN-DATE TO WS-DATE-NUM
               PERFORM 2500-DATE-IN-WINDOW-PARA
                   THRU 2500-DATE-IN-WINDOW-PARA-EXIT
               IF WS-DATE-INTEGER = ZEROS
                       OR EXC-RUN-NUMBER < WS-MATCH-RUN
                   GO TO 3100-MATCH-EXCEPTION-PARA-EXIT
               END-IF
      * Novije pokretanje istog programa - ranije skupljene iznimke
      * pripadaju starijem runu.
               IF EXC-RUN-NUMBER > WS-MATCH-RUN
                   MOVE EXC-RUN-NUMBER TO WS-MATCH-RUN
                   MOVE ZEROS TO WS-EXC-TOTAL WS-EXC-KEPT
                   MOVE SPACES TO INCIDENT-RECORD
               END-IF
           END-IF.

           ADD 1 TO WS-EXC-TOTAL.
           IF WS-EXC-KEPT NOT LESS THAN WS-MAX-EXC-KEPT
               GO TO 3100-MATCH-EXCEPTION-PARA-EXIT
           END-IF.

           ADD 1 TO WS-EXC-KEPT.
           MOVE EXC-CONDITION-CODE TO INC-EXC-CODE(WS-EXC-KEPT).
           MOVE EXC-DESCRIPTION TO INC-EXC-DESCRIPTION(WS-EXC-KEPT).

      * Dvobajtni FILE STATUS dobiva uzrok obicnim jezikom.
           IF EXC-CONDITION-CODE(1:2) IS NUMERIC
                   AND EXC-CONDITION-CODE(3:6) = SPACES
               MOVE SPACES TO FILE-STATUS-REQUEST
               MOVE EXC-PROGRAM-ID TO FSD-PROGRAM-ID
               MOVE EXC-CONDITION-CODE(1:2) TO FSD-STATUS
               MOVE EXC-RUN-NUMBER TO FSD-RUN-NUMBER
               CALL "FSDCAUSE" USING FILE-STATUS-REQUEST
               MOVE FSD-CAUSE TO INC-EXC-CAUSE(WS-EXC-KEPT)
           END-IF.

       3100-MATCH-EXCEPTION-PARA-EXIT.
           EXIT.

      * INCIDENT-RECORD vec nosi skupljene iznimke - dopunjava se
      * zaglavljem i dopisuje u INCIFL.
       4000-WRITE-INCIDENT-PARA.
           IF UPDATE-TICKET
               MOVE WS-OPEN-TICKET TO INC-TICKET-ID
               MOVE "UPD" TO INC-ACTION
               COMPUTE INC-OCCURRENCES = WS-OPEN-OCCURS + 1
           ELSE
               COMPUTE INC-TICKET-ID = WS-MAX-TICKET + 1
               MOVE "NEW" TO INC-ACTION
               MOVE 1 TO INC-OCCURRENCES
           END-IF.

           MOVE WS-CD-DATE TO INC-DATE.
           MOVE WS-CD-TIME TO INC-TIME.
           MOVE IRQ-SOURCE TO INC-SOURCE.
           MOVE IRQ-TYPE TO INC-TYPE.
           MOVE IRQ-PROGRAM TO INC-PROGRAM.
           MOVE IRQ-STEP TO INC-STEP.
           MOVE IRQ-RC TO INC-RC.
           MOVE IRQ-RUN-NUMBER TO INC-RUN-NUMBER.
           MOVE IRQ-SUMMARY TO INC-SUMMARY.
           MOVE WS-EXC-TOTAL TO INC-EXC-TOTAL.

           OPEN EXTEND INCIDENT-FILE.
           MOVE INCIDENT-RECORD TO INCIDENT-FILE-RECORD.
           WRITE INCIDENT-FILE-RECORD.
           CLOSE INCIDENT-FILE.

           MOVE INC-TICKET-ID TO IRQ-TICKET-ID.
           MOVE INC-ACTION TO IRQ-ACTION.

           DISPLAY "INCRAISE: INCIDENT " INC-TICKET-ID " "
                   INC-ACTION " - " INC-TYPE " "
                   INC-PROGRAM " " INC-STEP
                   " RC=" INC-RC.

       4000-WRITE-INCIDENT-PARA-EXIT.
           EXIT.
