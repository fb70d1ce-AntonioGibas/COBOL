      ******************************************************************
      *    BANKLNPF - Izvjestaj portfelja kredita iz LOANFL mastera    *
      *               (zadaci/copylib/LOANREC) nakon zadnjeg BANKLNDU  *
      *               obracuna: po kreditu nedospjela glavnica,        *
      *               zaostatak s razredom kasnjenja, zatezna kamata i *
      *               prijevremene otplate, a na kraju zbroj po valuti *
      *               i po razredu zaostatka (uredno, do 29, 30, 60 i  *
      *               90+ dana). Otplaceni krediti se samo broje.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLNPF.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO LOANFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PORTFOLIO-REPORT ASSIGN TO LNPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD PORTFOLIO-REPORT.
       01 PORTFOLIO-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-LOAN-EOF      PIC X VALUE 'N'.
           88 END-OF-LOANS  VALUE 'Y'.

       01 TOTAL-LOANS      PIC 9(5) VALUE ZEROS.
       01 ACTIVE-LOANS     PIC 9(5) VALUE ZEROS.
       01 REPAID-LOANS     PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Zbrojevi po valuti kredita.
       01 WS-MAX-CURRENCIES PIC 9(2) VALUE 10.
       01 WS-CURRENCY-COUNT PIC 9(2) VALUE 0.
       01 CURRENCY-TABLE.
           05 CURRENCY-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-CURRENCY-COUNT
                              INDEXED BY CUR-IDX.
              10 CT-CURRENCY           PIC X(3).
              10 CT-LOANS              PIC 9(5).
              10 CT-PRINCIPAL          PIC 9(11)V99.
              10 CT-ARREARS            PIC 9(11)V99.
              10 CT-PENALTY            PIC 9(11)V99.
              10 CT-EARLY              PIC 9(11)V99.

      * Zbrojevi po razredu zaostatka - redom uredno, 1-29, 30-59,
      * 60-89 i 90+ dana.
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 5 TIMES INDEXED BY BKT-IDX.
              10 BT-LOANS              PIC 9(5).
              10 BT-ARREARS            PIC 9(11)V99.
       01 BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "IN ORDER    ".
           05 FILLER PIC X(12) VALUE "1-29 DAYS   ".
           05 FILLER PIC X(12) VALUE "30-59 DAYS  ".
           05 FILLER PIC X(12) VALUE "60-89 DAYS  ".
           05 FILLER PIC X(12) VALUE "90+ DAYS    ".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BT-LABEL PIC X(12) OCCURS 5 TIMES.
       01 WS-BUCKET-NUM    PIC 9 VALUE ZEROS.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-CUR-IDX       PIC 9(2) VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-PRINCIPAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ARREARS-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PENALTY-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EARLY-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-EDIT     PIC ZZZ9.

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

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=krediti u
      * zaostatku 90+ dana, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE ZEROS TO BT-LOANS(BKT-IDX) BT-ARREARS(BKT-IDX)
           END-PERFORM.

           OPEN INPUT LOAN-MASTER.
           OPEN OUTPUT PORTFOLIO-REPORT.

           MOVE "LOAN PORTFOLIO" TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LOAN ACCOUNT SRC  BORROWER                 CUR"
                  "  PRINCIPAL LEFT        ARREARS BKT  DAYS"
                  "        PENALTY    EARLY REPAID"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.

           READ LOAN-MASTER
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOANS
               IF LN-LOAN-ACCOUNT IS NUMERIC
                   ADD 1 TO TOTAL-LOANS
                   IF LN-ACTIVE
                       ADD 1 TO ACTIVE-LOANS
                       PERFORM REPORT-LOAN-PARA
                               THRU REPORT-LOAN-PARA-EXIT
                   ELSE
                       ADD 1 TO REPAID-LOANS
                   END-IF
               END-IF
               READ LOAN-MASTER
                   AT END SET END-OF-LOANS TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE LOAN-MASTER.
           CLOSE PORTFOLIO-REPORT.
           GOBACK.

       REPORT-LOAN-PARA.
           MOVE LN-SCHED-BALANCE TO WS-PRINCIPAL-EDIT.
           MOVE LN-ARREARS       TO WS-ARREARS-EDIT.
           MOVE LN-PENALTY-TOTAL TO WS-PENALTY-EDIT.
           MOVE LN-EARLY-REPAID  TO WS-EARLY-EDIT.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING LN-LOAN-ACCOUNT " " LN-SOURCE
                  " " LN-BORROWER(1:24)
                  " " LN-CURRENCY
                  " " WS-PRINCIPAL-EDIT
                  " " WS-ARREARS-EDIT
                  " " LN-BUCKET
                  "  " WS-DAYS-EDIT
                  " " WS-PENALTY-EDIT
                  "  " WS-EARLY-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.

           EVALUATE TRUE
               WHEN LN-BUCKET-90
                   MOVE 5 TO WS-BUCKET-NUM
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN LN-BUCKET-60
                   MOVE 4 TO WS-BUCKET-NUM
               WHEN LN-BUCKET-30
                   MOVE 3 TO WS-BUCKET-NUM
               WHEN LN-BUCKET-1-29
                   MOVE 2 TO WS-BUCKET-NUM
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-NUM
           END-EVALUATE.
           ADD 1 TO BT-LOANS(WS-BUCKET-NUM).
           ADD LN-ARREARS TO BT-ARREARS(WS-BUCKET-NUM).

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > WS-CURRENCY-COUNT
               IF CT-CURRENCY(CUR-IDX) = LN-CURRENCY
                   SET ENTRY-FOUND TO TRUE
                   SET WS-CUR-IDX TO CUR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-CURRENCY-COUNT NOT LESS THAN WS-MAX-CURRENCIES
                   GO TO REPORT-LOAN-PARA-EXIT
               END-IF
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-COUNT TO WS-CUR-IDX
               MOVE LN-CURRENCY TO CT-CURRENCY(WS-CUR-IDX)
               MOVE ZEROS TO CT-LOANS(WS-CUR-IDX)
                             CT-PRINCIPAL(WS-CUR-IDX)
                             CT-ARREARS(WS-CUR-IDX)
                             CT-PENALTY(WS-CUR-IDX)
                             CT-EARLY(WS-CUR-IDX)
           END-IF.

           ADD 1 TO CT-LOANS(WS-CUR-IDX).
           ADD LN-SCHED-BALANCE TO CT-PRINCIPAL(WS-CUR-IDX).
           ADD LN-ARREARS TO CT-ARREARS(WS-CUR-IDX).
           ADD LN-PENALTY-TOTAL TO CT-PENALTY(WS-CUR-IDX).
           ADD LN-EARLY-REPAID TO CT-EARLY(WS-CUR-IDX).

       REPORT-LOAN-PARA-EXIT.
           EXIT.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "TOTALS BY CURRENCY" TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.

           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > WS-CURRENCY-COUNT
               MOVE CT-PRINCIPAL(CUR-IDX) TO WS-PRINCIPAL-EDIT
               MOVE CT-ARREARS(CUR-IDX)   TO WS-ARREARS-EDIT
               MOVE CT-PENALTY(CUR-IDX)   TO WS-PENALTY-EDIT
               MOVE CT-EARLY(CUR-IDX)     TO WS-EARLY-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " CT-CURRENCY(CUR-IDX)
                      " LOANS: " CT-LOANS(CUR-IDX)
                      "  PRINCIPAL: " WS-PRINCIPAL-EDIT
                      "  ARREARS: " WS-ARREARS-EDIT
                      "  PENALTY: " WS-PENALTY-EDIT
                      "  EARLY: " WS-EARLY-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PORTFOLIO-REPORT-LINE
               WRITE PORTFOLIO-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "ARREARS BUCKETS" TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.

           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
               MOVE BT-ARREARS(BKT-IDX) TO WS-ARREARS-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " BT-LABEL(BKT-IDX)
                      " LOANS: " BT-LOANS(BKT-IDX)
                      "  ARREARS: " WS-ARREARS-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PORTFOLIO-REPORT-LINE
               WRITE PORTFOLIO-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LOANS ON MASTER: " TOTAL-LOANS
                  "  ACTIVE: " ACTIVE-LOANS
                  "  REPAID: " REPAID-LOANS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.

       WRITE-TOTALS-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "BANKLNPF"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-LOANS TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
