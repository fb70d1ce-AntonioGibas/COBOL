      ******************************************************************
      *    OPSRPT - Dnevni operaterski pregled zajednickog AUDITFL     *
      *             audit traga (vidi shared/copylib/AUDITLOG). Za     *
      *             zadani dan (PARM RUNDATE=YYYYMMDD, default         *
      *             danasnji) po ALOG-PROGRAM-NAME zbraja: broj        *
      *             pokretanja, prvo vrijeme pocetka i zadnje vrijeme  *
      *             kraja, zbroj zapisa te WARNING naspram OK statusa; *
      *             programe iz kontrolnog rasporeda ocekivanih        *
      *             pokretanja (SCHDFL) koji se nisu pojavili oznacava *
      *             kao MISSING. Tablice u memoriji koje je CAPFCST    *
      *             prijavio iznad praga popunjenosti (CAPWARN)        *
      *             ispisuje kao upozorenja o kapacitetu, a incidente  *
      *             poslane service desku (INCIFL) koji jos nisu       *
      *             zatvoreni u povratnom CLOSFL feedu kao otvorene    *
      *             incidente. Zamjenjuje jutarnje listanje SYSOUT-a   *
      *             tuceta jobova.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
           SELECT SCHEDULE-FILE ASSIGN TO SCHDFL
                  ORGANIZATION IS SEQUENTIAL.

      * Upozorenja o popunjenosti tablica iz zadnjeg CAPFCST runa.
           SELECT OPTIONAL CAPACITY-WARNINGS ASSIGN TO CAPWARN
                  ORGANIZATION IS SEQUENTIAL.

      * Incidenti poslani service desku i povratni feed zatvorenih.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO INCIFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO CLOSFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPS-REPORT ASSIGN TO OPSRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE RECORDING MODE F.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-PROGRAM-NAME  PIC X(8).

       FD CAPACITY-WARNINGS.
       01 CAPACITY-WARNING-LINE PIC X(67).

       FD INCIDENT-FILE RECORDING MODE F.
       01 INCIDENT-FILE-RECORD PIC X(806).

       FD CLOSURE-FILE RECORDING MODE F.
           COPY INCCLS.

       FD OPS-REPORT.
       01 OPS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITLOG.
           COPY CAPWRN.
           COPY INCREC.

       01 WS-AUDIT-EOF     PIC X VALUE 'N'.
           88 END-OF-AUDIT  VALUE 'Y'.
       01 WS-SCHED-EOF     PIC X VALUE 'N'.
           88 END-OF-SCHED  VALUE 'Y'.
       01 WS-CAPW-EOF      PIC X VALUE 'N'.
           88 END-OF-CAPWARN VALUE 'Y'.
       01 WS-INC-EOF       PIC X VALUE 'N'.
           88 END-OF-INCIDENTS VALUE 'Y'.
       01 WS-CLS-EOF       PIC X VALUE 'N'.
           88 END-OF-CLOSURES VALUE 'Y'.

       01 TOTAL-RUNS       PIC 9(6) VALUE ZEROS.
       01 MISSING-COUNT    PIC 9(4) VALUE ZEROS.
       01 CAPACITY-COUNT   PIC 9(4) VALUE ZEROS.

      * Zatvoreni incidenti iz CLOSFL-a i otvoreni incidenti (zadnja
      * poruka po broju incidenta) iz INCIFL-a.
       01 WS-MAX-CLOSED    PIC 9(4) VALUE 2000.
       01 WS-CLOSED-COUNT  PIC 9(4) VALUE 0.
       01 CLOSED-TABLE.
           02 CLOSED-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-CLOSED-COUNT
                            INDEXED BY CLS-IDX.
              03 CL-TICKET-ID  PIC 9(8).
       01 WS-TICKET-CLOSED PIC X VALUE 'N'.
           88 TICKET-CLOSED VALUE 'Y'.

       01 WS-MAX-OPEN      PIC 9(3) VALUE 100.
       01 WS-OPEN-COUNT    PIC 9(3) VALUE 0.
       01 OPEN-INCIDENT-TABLE.
           02 OPEN-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-OPEN-COUNT
                          INDEXED BY OPN-IDX.
              03 OI-TICKET-ID    PIC 9(8).
              03 OI-OPENED-DATE  PIC 9(8).
              03 OI-LAST-DATE    PIC 9(8).
              03 OI-LAST-TIME    PIC 9(6).
              03 OI-TYPE         PIC X(10).
              03 OI-PROGRAM      PIC X(8).
              03 OI-STEP         PIC X(8).
              03 OI-RC           PIC S9(4).
              03 OI-OCCURRENCES  PIC 9(4).
              03 OI-SUMMARY      PIC X(60).
       01 WS-OPEN-FOUND    PIC X VALUE 'N'.
           88 OPEN-FOUND    VALUE 'Y'.
       01 WS-OPN-IDX       PIC 9(3) VALUE ZEROS.
       01 WS-ED-RC         PIC -(4)9.

       01 TEMP-REPORT-LINE PIC X(132).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/MISSING
      * programi, WARNING statusi, upozorenja o kapacitetu ili
      * otvoreni incidenti,
      * 8=greska u podacima, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM WRITE-PROGRAMS-PARA THRU WRITE-PROGRAMS-PARA-EXIT.
           PERFORM CHECK-SCHEDULE-PARA THRU CHECK-SCHEDULE-PARA-EXIT.
           PERFORM CHECK-CAPACITY-PARA THRU CHECK-CAPACITY-PARA-EXIT.
           PERFORM CHECK-INCIDENTS-PARA THRU CHECK-INCIDENTS-PARA-EXIT.

           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUNS TODAY: " TOTAL-RUNS
                  "  MISSING PROGRAMS: " MISSING-COUNT
                  "  CAPACITY WARNINGS: " CAPACITY-COUNT
                  "  OPEN INCIDENTS: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           IF (MISSING-COUNT > 0 OR CAPACITY-COUNT > 0
                   OR WS-OPEN-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.


       CHECK-SCHEDULE-PARA-EXIT.
           EXIT.

      * Tablice u memoriji iznad praga popunjenosti prema zadnjem
      * CAPFCST runu - s projiciranim datumom dosezanja granice.
       CHECK-CAPACITY-PARA.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           MOVE "CAPACITY CHECK:" TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           OPEN INPUT CAPACITY-WARNINGS.

           READ CAPACITY-WARNINGS
               AT END SET END-OF-CAPWARN TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CAPWARN
               MOVE CAPACITY-WARNING-LINE TO CAPACITY-WARNING-RECORD
               ADD 1 TO CAPACITY-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               IF CW-LIMIT-DATE = SPACES
                   STRING "  " CW-PROGRAM-NAME " " CW-TABLE-NAME
                          " - WARNING " CW-PERCENT "% FULL ("
                          CW-CURRENT " OF " CW-LIMIT ")"
                          "  AS OF " CW-RUN-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               ELSE
                   STRING "  " CW-PROGRAM-NAME " " CW-TABLE-NAME
                          " - WARNING " CW-PERCENT "% FULL ("
                          CW-CURRENT " OF " CW-LIMIT ")"
                          "  LIMIT DATE " CW-LIMIT-DATE
                          "  AS OF " CW-RUN-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-IF
               MOVE TEMP-REPORT-LINE TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE

               READ CAPACITY-WARNINGS
                   AT END SET END-OF-CAPWARN TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CAPACITY-WARNINGS.

           IF CAPACITY-COUNT = ZEROS
               MOVE "  NO TABLES ABOVE THE CAPACITY WARNING THRESHOLD"
                   TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           END-IF.

       CHECK-CAPACITY-PARA-EXIT.
           EXIT.

      * Incidenti poslani service desku koji jos nisu zatvoreni -
      * zadnja poruka (NEW ili UPD) nosi trenutno stanje incidenta.
       CHECK-INCIDENTS-PARA.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           MOVE "OPEN INCIDENTS:" TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           OPEN INPUT CLOSURE-FILE.
           READ CLOSURE-FILE
               AT END SET END-OF-CLOSURES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CLOSURES
               IF ICL-TICKET-ID IS NUMERIC
                       AND WS-CLOSED-COUNT < WS-MAX-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE ICL-TICKET-ID TO CL-TICKET-ID(WS-CLOSED-COUNT)
               END-IF
               READ CLOSURE-FILE
                   AT END SET END-OF-CLOSURES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CLOSURE-FILE.

           OPEN INPUT INCIDENT-FILE.
           READ INCIDENT-FILE
               AT END SET END-OF-INCIDENTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INCIDENTS
               MOVE INCIDENT-FILE-RECORD TO INCIDENT-RECORD
               IF INC-TICKET-ID IS NUMERIC
                   PERFORM TALLY-INCIDENT-PARA
                           THRU TALLY-INCIDENT-PARA-EXIT
               END-IF
               READ INCIDENT-FILE
                   AT END SET END-OF-INCIDENTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-FILE.

           PERFORM VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > WS-OPEN-COUNT
               MOVE OI-RC(OPN-IDX) TO WS-ED-RC
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  INCIDENT " OI-TICKET-ID(OPN-IDX)
                      " " OI-TYPE(OPN-IDX)
                      " " OI-PROGRAM(OPN-IDX)
                      " " OI-STEP(OPN-IDX)
                      " RC=" FUNCTION TRIM(WS-ED-RC)
                      "  OPENED " OI-OPENED-DATE(OPN-IDX)
                      "  LAST " OI-LAST-DATE(OPN-IDX)
                      " " OI-LAST-TIME(OPN-IDX)
                      "  OCCURRENCES " OI-OCCURRENCES(OPN-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "    " OI-SUMMARY(OPN-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           END-PERFORM.

           IF WS-OPEN-COUNT = ZEROS
               MOVE "  NO OPEN INCIDENTS" TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           END-IF.

       CHECK-INCIDENTS-PARA-EXIT.
           EXIT.

       TALLY-INCIDENT-PARA.
           MOVE 'N' TO WS-TICKET-CLOSED.
           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLOSED-COUNT
               IF CL-TICKET-ID(CLS-IDX) = INC-TICKET-ID
                   SET TICKET-CLOSED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF TICKET-CLOSED
               GO TO TALLY-INCIDENT-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-OPEN-FOUND.
           PERFORM VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > WS-OPEN-COUNT
               IF OI-TICKET-ID(OPN-IDX) = INC-TICKET-ID
                   SET OPEN-FOUND TO TRUE
                   SET WS-OPN-IDX TO OPN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT OPEN-FOUND
               IF WS-OPEN-COUNT NOT LESS THAN WS-MAX-OPEN
                   GO TO TALLY-INCIDENT-PARA-EXIT
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT TO WS-OPN-IDX
               MOVE INC-TICKET-ID TO OI-TICKET-ID(WS-OPN-IDX)
               MOVE INC-DATE TO OI-OPENED-DATE(WS-OPN-IDX)
           END-IF.

           MOVE INC-DATE TO OI-LAST-DATE(WS-OPN-IDX).
           MOVE INC-TIME TO OI-LAST-TIME(WS-OPN-IDX).
           MOVE INC-TYPE TO OI-TYPE(WS-OPN-IDX).
           MOVE INC-PROGRAM TO OI-PROGRAM(WS-OPN-IDX).
           MOVE INC-STEP TO OI-STEP(WS-OPN-IDX).
           MOVE INC-RC TO OI-RC(WS-OPN-IDX).
           MOVE INC-OCCURRENCES TO OI-OCCURRENCES(WS-OPN-IDX).
           MOVE INC-SUMMARY TO OI-SUMMARY(WS-OPN-IDX).

       TALLY-INCIDENT-PARA-EXIT.
           EXIT.
