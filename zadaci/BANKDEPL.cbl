      ******************************************************************
      *    BANKDEPL - Ljestvica dospijeca orocenih depozita za riznicu *
      *               iz DEPFL mastera (zadaci/copylib/DEPREC) nakon   *
      *               zadnjeg BANKDEP runa. Aktivni depoziti se kroz   *
      *               SORT (obrazac CMODRPT) slazu po mjesecu          *
      *               dospijeca i valuti; za svaki mjesec i valutu se  *
      *               ispisuje broj depozita, glavnica, kamata do      *
      *               dospijeca i ukupna isplata, za mjesec podzbroj   *
      *               broja, a na kraju zbroj po valuti. Depoziti s    *
      *               obnovom se prikazuju na tekucem dospijecu.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDEPL.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSIT-MASTER ASSIGN TO DEPFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

           SELECT LADDER-REPORT ASSIGN TO DEPLRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-MASTER.
           COPY DEPREC.

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-MONTH        PIC 9(6).
           05 SRT-CURRENCY     PIC X(3).
           05 SRT-AMOUNT       PIC 9(9)V99.
           05 SRT-INTEREST     PIC 9(9)V99.

       FD LADDER-REPORT.
       01 LADDER-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-DEP-EOF       PIC X VALUE 'N'.
           88 END-OF-DEPOSITS VALUE 'Y'.
       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 END-OF-SORT   VALUE 'Y'.
       01 WS-FIRST-GROUP   PIC X VALUE 'Y'.
           88 FIRST-GROUP   VALUE 'Y'.

       01 TOTAL-DEPOSITS   PIC 9(5) VALUE ZEROS.
       01 ACTIVE-DEPOSITS  PIC 9(5) VALUE ZEROS.
       01 CLOSED-DEPOSITS  PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Tekuca grupa (mjesec + valuta) i mjesec.
       01 WS-PRIOR-MONTH    PIC 9(6) VALUE ZEROS.
       01 WS-PRIOR-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-GROUP-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
       01 WS-GROUP-INTEREST PIC 9(11)V99 VALUE ZEROS.
       01 WS-MONTH-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-PAYOUT         PIC 9(11)V99 VALUE ZEROS.

      * Zbrojevi po valuti depozita.
       01 WS-MAX-CURRENCIES PIC 9(2) VALUE 10.
       01 WS-CURRENCY-COUNT PIC 9(2) VALUE 0.
       01 CURRENCY-TABLE.
           05 CURRENCY-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-CURRENCY-COUNT
                              INDEXED BY CUR-IDX.
              10 CT-CURRENCY           PIC X(3).
              10 CT-DEPOSITS           PIC 9(5).
              10 CT-AMOUNT             PIC 9(11)V99.
              10 CT-INTEREST           PIC 9(11)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-INTEREST-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYOUT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           OPEN OUTPUT LADDER-REPORT.

           MOVE "TERM DEPOSIT MATURITY LADDER" TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE SPACES TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MONTH   CUR  DEPOSITS"
                  "         PRINCIPAL"
                  "          INTEREST"
                  "   MATURITY PAYOUT"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-MONTH
               ON ASCENDING KEY SRT-CURRENCY
               INPUT PROCEDURE IS RELEASE-DEPOSITS-PARA
                               THRU RELEASE-DEPOSITS-PARA-EXIT
               OUTPUT PROCEDURE IS REPORT-LADDER-PARA
                                THRU REPORT-LADDER-PARA-EXIT.

           PERFORM WRITE-CURRENCY-TOTALS-PARA
                   THRU WRITE-CURRENCY-TOTALS-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE LADDER-REPORT.
           GOBACK.

      * Ulazna procedura sorta - aktivni depoziti s mjesecom
      * dospijeca (YYYYMM); zatvoreni se samo broje.
       RELEASE-DEPOSITS-PARA.
           OPEN INPUT DEPOSIT-MASTER.

           READ DEPOSIT-MASTER
               AT END SET END-OF-DEPOSITS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-DEPOSITS
               IF DP-DEPOSIT-NO IS NUMERIC
                   ADD 1 TO TOTAL-DEPOSITS
                   IF DP-ACTIVE
                       ADD 1 TO ACTIVE-DEPOSITS
                       MOVE DP-MATURITY(1:6) TO SRT-MONTH
                       MOVE DP-CURRENCY      TO SRT-CURRENCY
                       MOVE DP-AMOUNT        TO SRT-AMOUNT
                       MOVE DP-INTEREST-DUE  TO SRT-INTEREST
                       RELEASE SORT-RECORD
                   ELSE
                       ADD 1 TO CLOSED-DEPOSITS
                   END-IF
               END-IF
               READ DEPOSIT-MASTER
                   AT END SET END-OF-DEPOSITS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPOSIT-MASTER.

       RELEASE-DEPOSITS-PARA-EXIT.
           EXIT.

      * Izlazna procedura sorta - red po mjesecu i valuti, podzbroj
      * broja depozita po mjesecu.
       REPORT-LADDER-PARA.
           RETURN SORT-WORK
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

           PERFORM UNTIL END-OF-SORT
               IF NOT FIRST-GROUP
                   AND (SRT-MONTH NOT = WS-PRIOR-MONTH
                        OR SRT-CURRENCY NOT = WS-PRIOR-CURRENCY)
                   PERFORM WRITE-GROUP-PARA THRU WRITE-GROUP-PARA-EXIT
               END-IF
               IF NOT FIRST-GROUP
                   AND SRT-MONTH NOT = WS-PRIOR-MONTH
                   PERFORM WRITE-MONTH-PARA THRU WRITE-MONTH-PARA-EXIT
               END-IF

               IF FIRST-GROUP
                   OR SRT-MONTH NOT = WS-PRIOR-MONTH
                   OR SRT-CURRENCY NOT = WS-PRIOR-CURRENCY
                   MOVE 'N' TO WS-FIRST-GROUP
                   MOVE SRT-MONTH TO WS-PRIOR-MONTH
                   MOVE SRT-CURRENCY TO WS-PRIOR-CURRENCY
                   MOVE ZEROS TO WS-GROUP-COUNT WS-GROUP-AMOUNT
                                 WS-GROUP-INTEREST
               END-IF

               ADD 1 TO WS-GROUP-COUNT
               ADD SRT-AMOUNT TO WS-GROUP-AMOUNT
               ADD SRT-INTEREST TO WS-GROUP-INTEREST

               RETURN SORT-WORK
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT FIRST-GROUP
               PERFORM WRITE-GROUP-PARA THRU WRITE-GROUP-PARA-EXIT
               PERFORM WRITE-MONTH-PARA THRU WRITE-MONTH-PARA-EXIT
           END-IF.

       REPORT-LADDER-PARA-EXIT.
           EXIT.

      * Red jednog mjeseca i valute; zbraja se i u tablicu valuta.
       WRITE-GROUP-PARA.
           COMPUTE WS-PAYOUT = WS-GROUP-AMOUNT + WS-GROUP-INTEREST.
           MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-GROUP-INTEREST TO WS-INTEREST-EDIT.
           MOVE WS-PAYOUT TO WS-PAYOUT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING WS-PRIOR-MONTH "  " WS-PRIOR-CURRENCY
                  "     " WS-COUNT-EDIT
                  " " WS-AMOUNT-EDIT
                  " " WS-INTEREST-EDIT
                  " " WS-PAYOUT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           ADD WS-GROUP-COUNT TO WS-MONTH-COUNT.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > WS-CURRENCY-COUNT
               IF CT-CURRENCY(CUR-IDX) = WS-PRIOR-CURRENCY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-CURRENCY-COUNT NOT LESS THAN WS-MAX-CURRENCIES
                   GO TO WRITE-GROUP-PARA-EXIT
               END-IF
               ADD 1 TO WS-CURRENCY-COUNT
               SET CUR-IDX TO WS-CURRENCY-COUNT
               MOVE WS-PRIOR-CURRENCY TO CT-CURRENCY(CUR-IDX)
               MOVE ZEROS TO CT-DEPOSITS(CUR-IDX) CT-AMOUNT(CUR-IDX)
                             CT-INTEREST(CUR-IDX)
           END-IF.
           ADD WS-GROUP-COUNT TO CT-DEPOSITS(CUR-IDX).
           ADD WS-GROUP-AMOUNT TO CT-AMOUNT(CUR-IDX).
           ADD WS-GROUP-INTEREST TO CT-INTEREST(CUR-IDX).

       WRITE-GROUP-PARA-EXIT.
           EXIT.

      * Podzbroj broja depozita koji dospijevaju u mjesecu (iznosi
      * se ne zbrajaju preko valuta).
       WRITE-MONTH-PARA.
           MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  MONTH " WS-PRIOR-MONTH " TOTAL: "
                  WS-COUNT-EDIT " DEPOSIT(S)"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE ZEROS TO WS-MONTH-COUNT.

       WRITE-MONTH-PARA-EXIT.
           EXIT.

       WRITE-CURRENCY-TOTALS-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTALS BY CURRENCY"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > WS-CURRENCY-COUNT
               COMPUTE WS-PAYOUT = CT-AMOUNT(CUR-IDX)
                                 + CT-INTEREST(CUR-IDX)
               MOVE CT-DEPOSITS(CUR-IDX) TO WS-COUNT-EDIT
               MOVE CT-AMOUNT(CUR-IDX) TO WS-AMOUNT-EDIT
               MOVE CT-INTEREST(CUR-IDX) TO WS-INTEREST-EDIT
               MOVE WS-PAYOUT TO WS-PAYOUT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "ALL     " CT-CURRENCY(CUR-IDX)
                      "     " WS-COUNT-EDIT
                      " " WS-AMOUNT-EDIT
                      " " WS-INTEREST-EDIT
                      " " WS-PAYOUT-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DEPOSITS READ: " TOTAL-DEPOSITS
                  "  ACTIVE: " ACTIVE-DEPOSITS
                  "  CLOSED: " CLOSED-DEPOSITS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-CURRENCY-TOTALS-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "BANKDEPL"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-DEPOSITS TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF WS-SAVED-RETURN-CODE > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
