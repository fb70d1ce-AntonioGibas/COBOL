       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKORD.

      ******************************************************************
      * BOOKORD - Upis narudzbi nabave na teret fonda. Postojece       *
      *           otvorene narudzbe (ORDFL, OPTIONAL) se prepisu u     *
      *           novi ORDOUT, a svaki zahtjev iz ORDREQ (ORDREC       *
      *           raspored - rucni unos ili odobreni prijedlog         *
      *           BOOKSUGG-a s upisanim fondom i cijenom) dobiva       *
      *           sljedeci ORD-ORDER-NO i rezervira (encumber) broj    *
      *           primjeraka x procijenjena cijena na svom fondu iz    *
      *           FUNDFL mastera (vidi FUNDREC). Narudzba koja bi      *
      *           premasila slobodno stanje fonda (dodijeljeno -       *
      *           rezervirano - potroseno) se odbija - iscrpljen fond  *
      *           ne prima narudzbe. Novi master fondova ide u         *
      *           FUNDOUT, pregled u ORDRPT.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUND-MASTER-IN ASSIGN TO FUNDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ORDER-FILE-IN ASSIGN TO ORDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-REQUEST-FILE ASSIGN TO ORDREQ
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-FILE-OUT ASSIGN TO ORDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FUND-MASTER-OUT ASSIGN TO FUNDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-REPORT ASSIGN TO ORDRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUND-MASTER-IN.
       01 FUND-MASTER-IN-RECORD PIC X(78).

       FD ORDER-FILE-IN.
       01 ORDER-IN-RECORD PIC X(59).

      * Isti raspored kao ORDER-RECORD u obrada02/copylib/ORDREC.
       FD ORDER-REQUEST-FILE.
       01 ORDER-REQUEST-RECORD.
           05 ORQ-ISBN          PIC X(13).
           05 FILLER            PIC X.
           05 ORQ-COPY-COUNT    PIC 9(2).
           05 FILLER            PIC X.
           05 ORQ-BOOK-ID       PIC 9(5).
           05 FILLER            PIC X.
           05 ORQ-SOURCE        PIC X(8).
           05 FILLER            PIC X.
           05 ORQ-ORDER-NO      PIC 9(6).
           05 FILLER            PIC X.
           05 ORQ-FUND-CODE     PIC X(6).
           05 FILLER            PIC X.
           05 ORQ-FISCAL-YEAR   PIC 9(4).
           05 FILLER            PIC X.
           05 ORQ-UNIT-PRICE    PIC 9(5)V99.
           05 FILLER            PIC X.

       FD ORDER-FILE-OUT.
           COPY ORDREC.

       FD FUND-MASTER-OUT.
           COPY FUNDREC.

       FD ORDER-REPORT.
       01 ORDER-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-MASTER-EOF     PIC X VALUE 'N'.
           88 END-OF-MASTER  VALUE 'Y'.
       01 WS-ORD-EOF        PIC X VALUE 'N'.
           88 END-OF-ORDERS  VALUE 'Y'.
       01 WS-REQ-EOF        PIC X VALUE 'N'.
           88 END-OF-REQUESTS VALUE 'Y'.

       01 OPEN-ORDERS       PIC 9(5) VALUE ZEROS.
       01 TOTAL-REQUESTS    PIC 9(5) VALUE ZEROS.
       01 PLACED-COUNT      PIC 9(5) VALUE ZEROS.
       01 REJECTED-COUNT    PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE  PIC X(132).
       01 WS-REJECT-REASON  PIC X(40) VALUE SPACES.

      * Sljedeci broj narudzbe - najveci ORD-ORDER-NO u ORDFL + 1.
       01 WS-NEXT-ORDER-NO  PIC 9(6) VALUE ZEROS.
       01 WS-IN-ORDER-NO    PIC 9(6) VALUE ZEROS.

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

       01 WS-ORDER-COST     PIC 9(7)V99 VALUE ZEROS.
       01 WS-FREE-BALANCE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-ENCUMBERED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT-EDIT    PIC ZZZZZZZZ9.99.
       01 WS-AMOUNT-EDIT-2  PIC -ZZZZZZZZ9.99.

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
      * odbijene narudzbe, 8=greska u podacima, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           OPEN OUTPUT ORDER-REPORT.

           MOVE "ACQUISITIONS ORDERS PLACED" TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

           PERFORM LOAD-FUNDS-PARA THRU LOAD-FUNDS-PARA-EXIT.

           OPEN OUTPUT ORDER-FILE-OUT.
           PERFORM COPY-OPEN-ORDERS-PARA
                   THRU COPY-OPEN-ORDERS-PARA-EXIT.
           PERFORM APPLY-REQUESTS-PARA THRU APPLY-REQUESTS-PARA-EXIT.
           CLOSE ORDER-FILE-OUT.

           PERFORM WRITE-FUNDS-PARA THRU WRITE-FUNDS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE ORDER-REPORT.
           GOBACK.

      * Ucitava master fondova u FUND-TABLE.
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

      * Prepisuje otvorene narudzbe u ORDOUT i pamti najveci broj
      * narudzbe (stare narudzbe bez broja imaju razmake).
       COPY-OPEN-ORDERS-PARA.
           OPEN INPUT ORDER-FILE-IN.

           READ ORDER-FILE-IN
               AT END SET END-OF-ORDERS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ORDERS
               ADD 1 TO OPEN-ORDERS
               IF ORDER-IN-RECORD(33:6) IS NUMERIC
                   MOVE ORDER-IN-RECORD(33:6) TO WS-IN-ORDER-NO
                   IF WS-IN-ORDER-NO > WS-NEXT-ORDER-NO
                       MOVE WS-IN-ORDER-NO TO WS-NEXT-ORDER-NO
                   END-IF
               END-IF
               MOVE ORDER-IN-RECORD TO ORDER-RECORD
               WRITE ORDER-RECORD
               READ ORDER-FILE-IN
                   AT END SET END-OF-ORDERS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ORDER-FILE-IN.

       COPY-OPEN-ORDERS-PARA-EXIT.
           EXIT.

       APPLY-REQUESTS-PARA.
           OPEN INPUT ORDER-REQUEST-FILE.

           READ ORDER-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REQUESTS
               IF ORDER-REQUEST-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-REQUESTS
                   PERFORM PLACE-ORDER-PARA
                           THRU PLACE-ORDER-PARA-EXIT
               END-IF
               READ ORDER-REQUEST-FILE
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ORDER-REQUEST-FILE.

       APPLY-REQUESTS-PARA-EXIT.
           EXIT.

      * Jedan zahtjev - provjera, provjera slobodnog stanja fonda,
      * rezervacija i upis narudzbe.
       PLACE-ORDER-PARA.
           IF ORQ-BOOK-ID IS NOT NUMERIC
               MOVE ZEROS TO ORQ-BOOK-ID
           END-IF.

           IF ORQ-ISBN = SPACES AND ORQ-BOOK-ID = ZEROS
               MOVE "NO ISBN OR BOOK ID ON ORDER" TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

           IF ORQ-COPY-COUNT IS NOT NUMERIC OR ORQ-COPY-COUNT = ZEROS
               MOVE "MISSING OR NON-NUMERIC COPY COUNT"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

           IF ORQ-FUND-CODE = SPACES
               MOVE "NO FUND ON ORDER" TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

           IF ORQ-UNIT-PRICE IS NOT NUMERIC OR ORQ-UNIT-PRICE = ZEROS
               MOVE "MISSING OR NON-NUMERIC UNIT PRICE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

      * Bez fiskalne godine narudzba ide na fond tekuce godine.
           IF ORQ-FISCAL-YEAR IS NOT NUMERIC
                   OR ORQ-FISCAL-YEAR = ZEROS
               MOVE WS-ST-YEAR TO ORQ-FISCAL-YEAR
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               IF FE-CODE(FND-IDX) = ORQ-FUND-CODE
                       AND FE-FISCAL-YEAR(FND-IDX) = ORQ-FISCAL-YEAR
                   SET FUND-FOUND TO TRUE
                   SET WS-FOUND-IDX TO FND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT FUND-FOUND
               MOVE "FUND NOT FOUND" TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

           COMPUTE WS-ORDER-COST = ORQ-COPY-COUNT * ORQ-UNIT-PRICE.
           COMPUTE WS-FREE-BALANCE = FE-ALLOCATED(WS-FOUND-IDX)
                                   - FE-ENCUMBERED(WS-FOUND-IDX)
                                   - FE-SPENT(WS-FOUND-IDX).

           IF WS-ORDER-COST > WS-FREE-BALANCE
               MOVE WS-FREE-BALANCE TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "FUND " ORQ-FUND-CODE " " ORQ-FISCAL-YEAR
                      " FREE BALANCE "
                      FUNCTION TRIM(WS-AMOUNT-EDIT-2)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO ORDER-REPORT-LINE
               WRITE ORDER-REPORT-LINE
               MOVE "FUND EXHAUSTED" TO WS-REJECT-REASON
               PERFORM REJECT-ORDER-PARA THRU REJECT-ORDER-PARA-EXIT
               GO TO PLACE-ORDER-PARA-EXIT
           END-IF.

           ADD WS-ORDER-COST TO FE-ENCUMBERED(WS-FOUND-IDX).
           ADD WS-ORDER-COST TO WS-ENCUMBERED-TOTAL.
           ADD 1 TO WS-NEXT-ORDER-NO.

           MOVE SPACES TO ORDER-RECORD.
           MOVE ORQ-ISBN         TO ORD-ISBN.
           MOVE ORQ-COPY-COUNT   TO ORD-COPY-COUNT.
           MOVE ORQ-BOOK-ID      TO ORD-BOOK-ID.
           MOVE ORQ-SOURCE       TO ORD-SOURCE.
           MOVE WS-NEXT-ORDER-NO TO ORD-ORDER-NO.
           MOVE ORQ-FUND-CODE    TO ORD-FUND-CODE.
           MOVE ORQ-FISCAL-YEAR  TO ORD-FISCAL-YEAR.
           MOVE ORQ-UNIT-PRICE   TO ORD-UNIT-PRICE.
           WRITE ORDER-RECORD.

           ADD 1 TO PLACED-COUNT.
           MOVE WS-ORDER-COST TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ORDER " WS-NEXT-ORDER-NO
                  " ISBN " ORQ-ISBN
                  " BOOK " ORQ-BOOK-ID
                  " COPIES " ORQ-COPY-COUNT
                  " FUND " ORQ-FUND-CODE " " ORQ-FISCAL-YEAR
                  " ENCUMBERED " FUNCTION TRIM(WS-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

       PLACE-ORDER-PARA-EXIT.
           EXIT.

       REJECT-ORDER-PARA.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "BOOKORD: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " (ISBN " ORQ-ISBN " BOOK " ORQ-BOOK-ID ")".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - " FUNCTION TRIM(WS-REJECT-REASON)
                  " (ISBN " ORQ-ISBN " BOOK " ORQ-BOOK-ID
                  " FUND " ORQ-FUND-CODE ")"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

       REJECT-ORDER-PARA-EXIT.
           EXIT.

      * Ispisuje novi master fondova u FUNDOUT.
       WRITE-FUNDS-PARA.
           OPEN OUTPUT FUND-MASTER-OUT.

           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               MOVE FUND-ENTRY(FND-IDX) TO FUND-DETAIL
               WRITE FUND-DETAIL
           END-PERFORM.

           CLOSE FUND-MASTER-OUT.

       WRITE-FUNDS-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "OPEN ORDERS CARRIED: " OPEN-ORDERS
                  "  REQUESTS: " TOTAL-REQUESTS
                  "  PLACED: " PLACED-COUNT
                  "  REJECTED: " REJECTED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

           MOVE WS-ENCUMBERED-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL ENCUMBERED THIS RUN: "
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

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
           MOVE "BOOKORD"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-REQUESTS TO ALOG-RECORD-COUNT
           IF REJECTED-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
