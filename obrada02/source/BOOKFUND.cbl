       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKFUND.

      ******************************************************************
      * BOOKFUND - Fondovi za nabavu i izvjestaj o stanju fondova.     *
      *            Klasicno batch azuriranje sekvencijalnog mastera    *
      *            (obrazac FINEPOST): stari FUNDFL (OPTIONAL - prvi   *
      *            run krece od prazna) se ucita u tablicu, ALLOCATE   *
      *            transakcije iz FUNDTRX (OPTIONAL) otvaraju fond     *
      *            (sifra + fiskalna godina) ili mu mijenjaju          *
      *            dodijeljeni iznos, i novi master se ispise u        *
      *            FUNDOUT. FUNDRPT po fondu pokazuje dodijeljeno,     *
      *            rezervirano (otvorene narudzbe iz BOOKORD),         *
      *            potroseno (racuni knjizeni u BOOKACQ) i slobodno -  *
      *            iscrpljen fond BOOKORD vise ne prima narudzbe.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUND-MASTER-IN ASSIGN TO FUNDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FUND-TRX-FILE ASSIGN TO FUNDTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FUND-MASTER-OUT ASSIGN TO FUNDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FUND-REPORT ASSIGN TO FUNDRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUND-MASTER-IN.
       01 FUND-MASTER-IN-RECORD PIC X(78).

       FD FUND-TRX-FILE.
       01 FUND-TRX-RECORD.
           05 FTX-ACTION        PIC X(8).
               88 FTX-IS-ALLOCATE VALUE "ALLOCATE".
           05 FILLER            PIC X.
           05 FTX-FUND-CODE     PIC X(6).
           05 FILLER            PIC X.
           05 FTX-FISCAL-YEAR   PIC 9(4).
           05 FILLER            PIC X.
           05 FTX-NAME          PIC X(30).
           05 FILLER            PIC X.
           05 FTX-AMOUNT        PIC 9(9)V99.

       FD FUND-MASTER-OUT.
           COPY FUNDREC.

       FD FUND-REPORT.
       01 FUND-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-MASTER-EOF     PIC X VALUE 'N'.
           88 END-OF-MASTER  VALUE 'Y'.
       01 WS-TRX-EOF        PIC X VALUE 'N'.
           88 END-OF-TRX     VALUE 'Y'.

       01 TOTAL-TRX         PIC 9(5) VALUE ZEROS.
       01 FUNDS-OPENED      PIC 9(5) VALUE ZEROS.
       01 FUNDS-CHANGED     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX      PIC 9(5) VALUE ZEROS.
       01 EXHAUSTED-COUNT   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE  PIC X(132).
       01 WS-REJECT-REASON  PIC X(40) VALUE SPACES.

      * Fondovi u radnoj tablici - isti raspored kao FUND-DETAIL, pa
      * se zapis mastera prenosi grupnim MOVE-om.
       01 WS-MAX-FUNDS      PIC 9(4) VALUE 500.
       01 WS-FUND-COUNT     PIC 9(4) VALUE 0.
       01 FUND-TABLE.
           02 FUND-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-FUND-COUNT
                          INDEXED BY FND-IDX.
              03 FE-CODE        PIC X(6).
              03 FILLER         PIC X.
              03 FE-FISCAL-YEAR PIC 9(4).
              03 FILLER         PIC X.
              03 FE-NAME        PIC X(30).
              03 FILLER         PIC X.
              03 FE-ALLOCATED   PIC 9(9)V99.
              03 FILLER         PIC X.
              03 FE-ENCUMBERED  PIC 9(9)V99.
              03 FILLER         PIC X.
              03 FE-SPENT       PIC 9(9)V99.

       01 WS-FOUND-FLAG     PIC X VALUE 'N'.
           88 FUND-FOUND     VALUE 'Y'.
       01 WS-FOUND-IDX      PIC 9(4) VALUE ZEROS.

      * Iznosi za izvjestaj - slobodno moze biti negativno kad je
      * stvarni trosak premasio procjenu.
       01 WS-FREE-BALANCE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-COMMITTED      PIC 9(10)V99 VALUE ZEROS.
       01 WS-TOT-ALLOCATED  PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-ENCUMBERED PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-SPENT      PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-FREE       PIC S9(11)V99 VALUE ZEROS.
       01 WS-ALLOC-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-ENC-EDIT       PIC ZZZZZZZZ9.99.
       01 WS-SPENT-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-FREE-EDIT      PIC -ZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT     PIC ZZZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT-2   PIC -ZZZZZZZZZZ9.99.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
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

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           OPEN OUTPUT FUND-REPORT.

           MOVE "ACQUISITIONS FUND STATUS" TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           PERFORM LOAD-FUNDS-PARA THRU LOAD-FUNDS-PARA-EXIT.
           PERFORM APPLY-TRX-FILE-PARA THRU APPLY-TRX-FILE-PARA-EXIT.
           PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE FUND-REPORT.
           GOBACK.

      * Ucitava stari master fondova u FUND-TABLE.
       LOAD-FUNDS-PARA.
           OPEN INPUT FUND-MASTER-IN.

           READ FUND-MASTER-IN
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER
                   OR WS-FUND-COUNT NOT LESS THAN WS-MAX-FUNDS
               ADD 1 TO WS-FUND-COUNT
               MOVE FUND-MASTER-IN-RECORD TO FUND-ENTRY(WS-FUND-COUNT)
               IF FE-ALLOCATED(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-ALLOCATED(WS-FUND-COUNT)
               END-IF
               IF FE-ENCUMBERED(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-ENCUMBERED(WS-FUND-COUNT)
               END-IF
               IF FE-SPENT(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-SPENT(WS-FUND-COUNT)
               END-IF

               READ FUND-MASTER-IN
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FUND-MASTER-IN.

       LOAD-FUNDS-PARA-EXIT.
           EXIT.

       APPLY-TRX-FILE-PARA.
           OPEN INPUT FUND-TRX-FILE.

           READ FUND-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               PERFORM APPLY-ONE-TRX-PARA THRU APPLY-ONE-TRX-PARA-EXIT
               READ FUND-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FUND-TRX-FILE.

       APPLY-TRX-FILE-PARA-EXIT.
           EXIT.

      * ALLOCATE - otvara fond ili mu postavlja novi dodijeljeni
      * iznos; iznos ispod vec rezerviranog i potrosenog se odbija.
       APPLY-ONE-TRX-PARA.
           IF NOT FTX-IS-ALLOCATE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           IF FTX-FUND-CODE = SPACES
                   OR FTX-FISCAL-YEAR IS NOT NUMERIC
                   OR FTX-FISCAL-YEAR = ZEROS
               MOVE "MISSING FUND CODE OR FISCAL YEAR"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           IF FTX-AMOUNT IS NOT NUMERIC
               MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               IF FE-CODE(FND-IDX) = FTX-FUND-CODE
                       AND FE-FISCAL-YEAR(FND-IDX) = FTX-FISCAL-YEAR
                   SET FUND-FOUND TO TRUE
                   SET WS-FOUND-IDX TO FND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT FUND-FOUND
               IF WS-FUND-COUNT NOT LESS THAN WS-MAX-FUNDS
                   MOVE "FUND TABLE FULL" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-ONE-TRX-PARA-EXIT
               END-IF
               ADD 1 TO WS-FUND-COUNT
               MOVE WS-FUND-COUNT TO WS-FOUND-IDX
               MOVE SPACES TO FUND-ENTRY(WS-FOUND-IDX)
               MOVE FTX-FUND-CODE TO FE-CODE(WS-FOUND-IDX)
               MOVE FTX-FISCAL-YEAR TO FE-FISCAL-YEAR(WS-FOUND-IDX)
               MOVE ZEROS TO FE-ENCUMBERED(WS-FOUND-IDX)
               MOVE ZEROS TO FE-SPENT(WS-FOUND-IDX)
               ADD 1 TO FUNDS-OPENED
           ELSE
               COMPUTE WS-COMMITTED = FE-ENCUMBERED(WS-FOUND-IDX)
                                    + FE-SPENT(WS-FOUND-IDX)
               IF FTX-AMOUNT < WS-COMMITTED
                   MOVE "ALLOCATION BELOW COMMITTED AMOUNT"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-ONE-TRX-PARA-EXIT
               END-IF
               ADD 1 TO FUNDS-CHANGED
           END-IF.

           MOVE FTX-AMOUNT TO FE-ALLOCATED(WS-FOUND-IDX).
           IF FTX-NAME NOT = SPACES
               MOVE FTX-NAME TO FE-NAME(WS-FOUND-IDX)
           END-IF.

           MOVE FTX-AMOUNT TO WS-ALLOC-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ALLOCATED - FUND " FTX-FUND-CODE
                  " " FTX-FISCAL-YEAR
                  " AMOUNT " FUNCTION TRIM(WS-ALLOC-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

       APPLY-ONE-TRX-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "BOOKFUND: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON).
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - " FUNCTION TRIM(WS-REJECT-REASON)
                  " [" FTX-ACTION " " FTX-FUND-CODE "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Ispisuje novi master u FUNDOUT i po fondu redak stanja.
       WRITE-MASTER-PARA.
           OPEN OUTPUT FUND-MASTER-OUT.

           MOVE SPACES TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "FUND   YEAR NAME                          "
                  "    ALLOCATED   ENCUMBERED        SPENT"
                  "          FREE"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               MOVE FUND-ENTRY(FND-IDX) TO FUND-DETAIL
               WRITE FUND-DETAIL

               COMPUTE WS-FREE-BALANCE = FE-ALLOCATED(FND-IDX)
                                       - FE-ENCUMBERED(FND-IDX)
                                       - FE-SPENT(FND-IDX)
               ADD FE-ALLOCATED(FND-IDX)  TO WS-TOT-ALLOCATED
               ADD FE-ENCUMBERED(FND-IDX) TO WS-TOT-ENCUMBERED
               ADD FE-SPENT(FND-IDX)      TO WS-TOT-SPENT
               ADD WS-FREE-BALANCE        TO WS-TOT-FREE

               MOVE FE-ALLOCATED(FND-IDX)  TO WS-ALLOC-EDIT
               MOVE FE-ENCUMBERED(FND-IDX) TO WS-ENC-EDIT
               MOVE FE-SPENT(FND-IDX)      TO WS-SPENT-EDIT
               MOVE WS-FREE-BALANCE        TO WS-FREE-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING FE-CODE(FND-IDX) " "
                      FE-FISCAL-YEAR(FND-IDX) " "
                      FE-NAME(FND-IDX) " "
                      WS-ALLOC-EDIT " "
                      WS-ENC-EDIT " "
                      WS-SPENT-EDIT " "
                      WS-FREE-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               IF WS-FREE-BALANCE NOT > 0
                   ADD 1 TO EXHAUSTED-COUNT
                   MOVE "  EXHAUSTED" TO TEMP-REPORT-LINE(110:11)
               END-IF
               MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE
               WRITE FUND-REPORT-LINE
           END-PERFORM.

           CLOSE FUND-MASTER-OUT.

       WRITE-MASTER-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "FUNDS: " WS-FUND-COUNT
                  "  OPENED: " FUNDS-OPENED
                  "  REALLOCATED: " FUNDS-CHANGED
                  "  EXHAUSTED: " EXHAUSTED-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           MOVE WS-TOT-ALLOCATED TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL ALLOCATED: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           MOVE WS-TOT-ENCUMBERED TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL ENCUMBERED: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           MOVE WS-TOT-SPENT TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL SPENT: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

           MOVE WS-TOT-FREE TO WS-TOTAL-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL FREE BALANCE: " FUNCTION TRIM(WS-TOTAL-EDIT-2)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.

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
           MOVE "BOOKFUND"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
