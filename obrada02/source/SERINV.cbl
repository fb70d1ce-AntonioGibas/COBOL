       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERINV.

      ******************************************************************
      * SERINV - Provjera racuna dobavljaca periodike. Svaka stavka    *
      *          racuna iz SINVFL (dobavljac, pretplata po SUB-ID-u    *
      *          ili naslovu, obracunsko razdoblje, iznos) se sparuje  *
      *          sa SUBSFL masterom. Stavka za nepoznatu ili otkazanu  *
      *          pretplatu, ili za razdoblje izvan SUB-START-DATE /    *
      *          SUB-END-DATE, se zadrzava (HOLD). Za ostale se iz     *
      *          ISSUFL broji koliko je brojeva ocekivanih u razdoblju *
      *          jos u statusu "E" iako im je ocekivani datum prosao   *
      *          vise od PARM GRACE=nn dana (default 14, kao SERRECV;  *
      *          kraj poceka racuna servis radnih dana BUSDAY po       *
      *          pravilu SERINV-a iz BDAYFL) - taj udio iznosa stavke  *
      *          je odobrenje koje se trazi od dobavljaca. Izlaz je    *
      *          lista za odobrenje placanja (APRRPT) i lista zahtjeva *
      *          za odobrenje po dobavljacu (CRDRPT), obje sortirane   *
      *          po dobavljacu.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-INVOICE-FILE ASSIGN TO SINVFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SUBS-MASTER ASSIGN TO SUBSFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ISSUE-FILE-IN ASSIGN TO ISSUFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVAL-REPORT ASSIGN TO APRRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CREDIT-REPORT ASSIGN TO CRDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Stavka racuna - pretplata se trazi po SIV-SUB-ID-u, a ako je
      * prazan po tocnom naslovu (SUB-TITLE).
       FD SERIAL-INVOICE-FILE.
       01 SERIAL-INVOICE-RECORD.
           05 SIV-VENDOR        PIC X(20).
           05 FILLER            PIC X.
           05 SIV-INVOICE-NO    PIC X(10).
           05 FILLER            PIC X.
           05 SIV-SUB-ID        PIC X(4).
           05 FILLER            PIC X.
           05 SIV-TITLE         PIC X(40).
           05 FILLER            PIC X.
      * Obracunsko razdoblje (yyyymmdd - yyyymmdd), obicno godina.
           05 SIV-PERIOD-FROM   PIC 9(8).
           05 FILLER            PIC X.
           05 SIV-PERIOD-TO     PIC 9(8).
           05 FILLER            PIC X.
           05 SIV-AMOUNT        PIC 9(7)V99.

       FD SUBS-MASTER.
           COPY SUBSREC.

      * Ulaz se cita u ISSUEREC raspored (READ INTO), kao u SERRECV.
       FD ISSUE-FILE-IN RECORDING MODE F.
       01 ISSUE-IN-RECORD PIC X(33).

       FD APPROVAL-REPORT.
       01 APPROVAL-REPORT-LINE PIC X(132).

       FD CREDIT-REPORT.
       01 CREDIT-REPORT-LINE PIC X(132).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-VENDOR        PIC X(20).
           05 SRT-INVOICE-NO    PIC X(10).
           05 SRT-SEQ           PIC 9(5).
           05 SRT-INVOICE-DATA  PIC X(110).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-INVOICE-EOF   PIC X VALUE 'N'.
           88 END-OF-INVOICES VALUE 'Y'.
       01 WS-ISSUE-EOF     PIC X VALUE 'N'.
           88 END-OF-ISSUES VALUE 'Y'.
       01 WS-SUBS-EOF      PIC X VALUE 'N'.
           88 END-OF-SUBS   VALUE 'Y'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 END-OF-SORT   VALUE 'Y'.

       01 LINES-READ       PIC 9(5) VALUE ZEROS.
       01 APPROVED-COUNT   PIC 9(5) VALUE ZEROS.
       01 HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01 CLAIM-COUNT      PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-HOLD-REASON   PIC X(30) VALUE SPACES.
       01 WS-LINE-STATUS   PIC X(7) VALUE SPACES.

      * Pretplate iz SUBSFL.
       01 WS-MAX-SUBS      PIC 9(3) VALUE 500.
       01 WS-SUB-COUNT     PIC 9(3) VALUE 0.
       01 SUBS-TABLE.
           02 SUBS-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-SUB-COUNT
                          INDEXED BY SUB-IDX.
              03 ST-ID        PIC 9(4).
              03 ST-TITLE     PIC X(40).
              03 ST-START     PIC 9(8).
              03 ST-END       PIC 9(8).
              03 ST-STATUS    PIC X.
                 88 ST-CANCELLED VALUE "C".
       01 WS-SUB-SUB       PIC 9(3) VALUE ZEROS.

      * Brojevi iz ISSUFL - samo ono sto treba za udio neisporucenih.
       01 WS-MAX-ISSUES    PIC 9(5) VALUE 30000.
       01 WS-ISSUE-COUNT   PIC 9(5) VALUE 0.
       01 ISSUE-TABLE.
           02 ISSUE-ENTRY OCCURS 1 TO 30000 TIMES
                           DEPENDING ON WS-ISSUE-COUNT
                           INDEXED BY ISS-IDX.
              03 IT-SUB-ID    PIC 9(4).
              03 IT-EXPECTED  PIC 9(8).
              03 IT-STATUS    PIC X.

       01 WS-ISSUES-DUE    PIC 9(4) VALUE ZEROS.
       01 WS-ISSUES-MISSING PIC 9(4) VALUE ZEROS.
       01 WS-CREDIT        PIC 9(7)V99 VALUE ZEROS.
       01 WS-PAYABLE       PIC 9(7)V99 VALUE ZEROS.

      * Pocek prije nego sto se neisporuceni broj trazi natrag -
      * default 14, nadjacava se PARM-om GRACE=nn.
       01 WS-GRACE-DAYS    PIC 9(3) VALUE 14.
       01 WS-TODAY-DATE-NUM PIC 9(8).

      * Kraj poceka (ocekivani datum + GRACE dana) po radnim danima -
      * vidi shared/copylib/BDAYREQ i shared/source/BUSDAY (pravilo
      * SERINV u BDAYFL).
           COPY BDAYREQ.

      * Prekid po dobavljacu i zbrojevi.
       01 WS-PRIOR-VENDOR  PIC X(20) VALUE SPACES.
       01 WS-FIRST-VENDOR  PIC X VALUE 'Y'.
           88 FIRST-VENDOR  VALUE 'Y'.
       01 WS-VND-INVOICED  PIC 9(9)V99 VALUE ZEROS.
       01 WS-VND-PAYABLE   PIC 9(9)V99 VALUE ZEROS.
       01 WS-VND-HELD      PIC 9(9)V99 VALUE ZEROS.
       01 WS-VND-CREDIT    PIC 9(9)V99 VALUE ZEROS.
       01 WS-VND-CLAIMS    PIC 9(5) VALUE ZEROS.
       01 WS-TOT-INVOICED  PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-PAYABLE   PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-HELD      PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-CREDIT    PIC 9(9)V99 VALUE ZEROS.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-CREDIT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-PAYABLE-EDIT  PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-3  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SUB-ID-TEXT   PIC X(4) VALUE SPACES.

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

           COPY ISSUEREC.

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * zadrzane stavke, 8=greska u podacima, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-GRACE-PARA
                       THRU APPLY-PARM-GRACE-PARA-EXIT
           END-IF.

           PERFORM LOAD-SUBS-PARA THRU LOAD-SUBS-PARA-EXIT.
           PERFORM LOAD-ISSUES-PARA THRU LOAD-ISSUES-PARA-EXIT.

           OPEN OUTPUT APPROVAL-REPORT.
           OPEN OUTPUT CREDIT-REPORT.

           MOVE "SERIALS INVOICE APPROVAL LIST"
               TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-TODAY-DATE-NUM
                  "  CLAIM GRACE DAYS: " WS-GRACE-DAYS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           MOVE "SERIALS CREDIT CLAIMS BY VENDOR"
               TO CREDIT-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CREDIT-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-VENDOR
               ON ASCENDING KEY SRT-INVOICE-NO
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS RELEASE-INVOICES-PARA
                               THRU RELEASE-INVOICES-PARA-EXIT
               OUTPUT PROCEDURE IS CHECK-INVOICES-PARA
                                THRU CHECK-INVOICES-PARA-EXIT.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           IF HELD-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE APPROVAL-REPORT.
           CLOSE CREDIT-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "GRACE=21", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * Trazi GRACE= u KEYWORD-TABLE.
       APPLY-PARM-GRACE-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX)) = "GRACE"
                   COMPUTE WS-GRACE-DAYS =
                           FUNCTION NUMVAL(KW-VALUE(KW-IDX))
               END-IF
           END-PERFORM.

       APPLY-PARM-GRACE-PARA-EXIT.
           EXIT.

       LOAD-SUBS-PARA.
           OPEN INPUT SUBS-MASTER.

           READ SUBS-MASTER
               AT END SET END-OF-SUBS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SUBS
                   OR WS-SUB-COUNT NOT LESS THAN WS-MAX-SUBS
               ADD 1 TO WS-SUB-COUNT
               MOVE SUB-ID         TO ST-ID(WS-SUB-COUNT)
               MOVE SUB-TITLE      TO ST-TITLE(WS-SUB-COUNT)
               MOVE SUB-START-DATE TO ST-START(WS-SUB-COUNT)
               MOVE SUB-END-DATE   TO ST-END(WS-SUB-COUNT)
               MOVE SUB-STATUS     TO ST-STATUS(WS-SUB-COUNT)
               READ SUBS-MASTER
                   AT END SET END-OF-SUBS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SUBS-MASTER.

       LOAD-SUBS-PARA-EXIT.
           EXIT.

       LOAD-ISSUES-PARA.
           OPEN INPUT ISSUE-FILE-IN.

           READ ISSUE-FILE-IN INTO ISSUE-DETAIL
               AT END SET END-OF-ISSUES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ISSUES
                   OR WS-ISSUE-COUNT NOT LESS THAN WS-MAX-ISSUES
               IF ISS-SUB-ID IS NUMERIC
                       AND ISS-EXPECTED-DATE IS NUMERIC
                   ADD 1 TO WS-ISSUE-COUNT
                   MOVE ISS-SUB-ID TO IT-SUB-ID(WS-ISSUE-COUNT)
                   MOVE ISS-EXPECTED-DATE
                       TO IT-EXPECTED(WS-ISSUE-COUNT)
                   MOVE ISS-STATUS TO IT-STATUS(WS-ISSUE-COUNT)
               END-IF
               READ ISSUE-FILE-IN INTO ISSUE-DETAIL
                   AT END SET END-OF-ISSUES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ISSUE-FILE-IN.

       LOAD-ISSUES-PARA-EXIT.
           EXIT.

      * Ulazna procedura sorta - stavke racuna redom dobavljaca i
      * broja racuna; SRT-SEQ cuva ulazni redoslijed unutar racuna.
       RELEASE-INVOICES-PARA.
           OPEN INPUT SERIAL-INVOICE-FILE.

           READ SERIAL-INVOICE-FILE
               AT END SET END-OF-INVOICES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INVOICES
               ADD 1 TO LINES-READ
               MOVE SIV-VENDOR            TO SRT-VENDOR
               MOVE SIV-INVOICE-NO        TO SRT-INVOICE-NO
               MOVE LINES-READ            TO SRT-SEQ
               MOVE SERIAL-INVOICE-RECORD TO SRT-INVOICE-DATA
               RELEASE SORT-RECORD
               READ SERIAL-INVOICE-FILE
                   AT END SET END-OF-INVOICES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERIAL-INVOICE-FILE.

       RELEASE-INVOICES-PARA-EXIT.
           EXIT.

      * Izlazna procedura sorta - provjera svake stavke s prekidom
      * po dobavljacu na obje liste.
       CHECK-INVOICES-PARA.
           RETURN SORT-WORK
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

           IF END-OF-SORT
               MOVE SPACES TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               MOVE "NO INVOICE LINES" TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               GO TO CHECK-INVOICES-PARA-EXIT
           END-IF.

           PERFORM UNTIL END-OF-SORT
               IF FIRST-VENDOR OR SRT-VENDOR NOT = WS-PRIOR-VENDOR
                   IF NOT FIRST-VENDOR
                       PERFORM VENDOR-TOTAL-PARA
                               THRU VENDOR-TOTAL-PARA-EXIT
                   END-IF
                   MOVE 'N' TO WS-FIRST-VENDOR
                   MOVE SRT-VENDOR TO WS-PRIOR-VENDOR
                   PERFORM VENDOR-HEADER-PARA
                           THRU VENDOR-HEADER-PARA-EXIT
               END-IF

               MOVE SRT-INVOICE-DATA TO SERIAL-INVOICE-RECORD
               PERFORM CHECK-ONE-LINE-PARA
                       THRU CHECK-ONE-LINE-PARA-EXIT

               RETURN SORT-WORK
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM VENDOR-TOTAL-PARA THRU VENDOR-TOTAL-PARA-EXIT.

       CHECK-INVOICES-PARA-EXIT.
           EXIT.

       VENDOR-HEADER-PARA.
           MOVE ZEROS TO WS-VND-INVOICED.
           MOVE ZEROS TO WS-VND-PAYABLE.
           MOVE ZEROS TO WS-VND-HELD.
           MOVE ZEROS TO WS-VND-CREDIT.
           MOVE ZEROS TO WS-VND-CLAIMS.

           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VENDOR: " SRT-VENDOR
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE "INVOICE" TO TEMP-REPORT-LINE(3:).
           MOVE "SUB"     TO TEMP-REPORT-LINE(14:).
           MOVE "TITLE"   TO TEMP-REPORT-LINE(19:).
           MOVE "PERIOD"  TO TEMP-REPORT-LINE(50:).
           MOVE "AMOUNT"  TO TEMP-REPORT-LINE(74:).
           MOVE "CREDIT"  TO TEMP-REPORT-LINE(87:).
           MOVE "PAYABLE" TO TEMP-REPORT-LINE(99:).
           MOVE "STATUS"  TO TEMP-REPORT-LINE(107:).
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       VENDOR-HEADER-PARA-EXIT.
           EXIT.

      * Jedna stavka racuna - sparivanje s pretplatom, provjera
      * razdoblja i udio neisporucenih brojeva.
       CHECK-ONE-LINE-PARA.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE ZEROS TO WS-CREDIT.
           MOVE ZEROS TO WS-ISSUES-DUE.
           MOVE ZEROS TO WS-ISSUES-MISSING.
           MOVE ZEROS TO WS-SUB-SUB.

           IF SIV-AMOUNT IS NOT NUMERIC
                   OR SIV-PERIOD-FROM IS NOT NUMERIC
                   OR SIV-PERIOD-TO IS NOT NUMERIC
                   OR SIV-PERIOD-TO < SIV-PERIOD-FROM
               MOVE "INVALID AMOUNT OR PERIOD" TO WS-HOLD-REASON
               GO TO CHECK-ONE-LINE-REPORT
           END-IF.

           PERFORM FIND-SUBSCRIPTION-PARA
                   THRU FIND-SUBSCRIPTION-PARA-EXIT.

           IF WS-SUB-SUB = 0
               MOVE "SUBSCRIPTION NOT FOUND" TO WS-HOLD-REASON
               GO TO CHECK-ONE-LINE-REPORT
           END-IF.

           IF ST-CANCELLED(WS-SUB-SUB)
               MOVE "SUBSCRIPTION CANCELLED" TO WS-HOLD-REASON
               GO TO CHECK-ONE-LINE-REPORT
           END-IF.

           IF SIV-PERIOD-FROM < ST-START(WS-SUB-SUB)
                   OR (ST-END(WS-SUB-SUB) > 0
                       AND SIV-PERIOD-TO > ST-END(WS-SUB-SUB))
               MOVE "PERIOD OUTSIDE SUBSCRIPTION" TO WS-HOLD-REASON
               GO TO CHECK-ONE-LINE-REPORT
           END-IF.

           PERFORM COUNT-ISSUES-PARA THRU COUNT-ISSUES-PARA-EXIT.

           IF WS-ISSUES-MISSING > 0
               COMPUTE WS-CREDIT ROUNDED =
                       SIV-AMOUNT * WS-ISSUES-MISSING / WS-ISSUES-DUE
           END-IF.

       CHECK-ONE-LINE-REPORT.
           IF SIV-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO SIV-AMOUNT
           END-IF.
           ADD SIV-AMOUNT TO WS-VND-INVOICED.
           ADD SIV-AMOUNT TO WS-TOT-INVOICED.

           IF WS-HOLD-REASON NOT = SPACES
               MOVE "HOLD" TO WS-LINE-STATUS
               MOVE ZEROS TO WS-PAYABLE
               ADD 1 TO HELD-COUNT
               ADD SIV-AMOUNT TO WS-VND-HELD
               ADD SIV-AMOUNT TO WS-TOT-HELD
           ELSE
               MOVE "APPROVE" TO WS-LINE-STATUS
               COMPUTE WS-PAYABLE = SIV-AMOUNT - WS-CREDIT
               ADD 1 TO APPROVED-COUNT
               ADD WS-PAYABLE TO WS-VND-PAYABLE
               ADD WS-PAYABLE TO WS-TOT-PAYABLE
           END-IF.

           IF WS-SUB-SUB > 0
               MOVE ST-ID(WS-SUB-SUB) TO WS-SUB-ID-TEXT
           ELSE
               MOVE SIV-SUB-ID TO WS-SUB-ID-TEXT
           END-IF.

           MOVE SIV-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-CREDIT  TO WS-CREDIT-EDIT.
           MOVE WS-PAYABLE TO WS-PAYABLE-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " SIV-INVOICE-NO
                  " " WS-SUB-ID-TEXT
                  " " SIV-TITLE(1:30)
                  " " SIV-PERIOD-FROM "-" SIV-PERIOD-TO
                  " " WS-AMOUNT-EDIT
                  " " WS-CREDIT-EDIT
                  " " WS-PAYABLE-EDIT
                  " " WS-LINE-STATUS
                  " " WS-HOLD-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           IF WS-CREDIT > 0
               PERFORM WRITE-CLAIM-PARA THRU WRITE-CLAIM-PARA-EXIT
           END-IF.

       CHECK-ONE-LINE-PARA-EXIT.
           EXIT.

      * Pretplata po SIV-SUB-ID-u, a ako je prazan ili nije broj po
      * tocnom naslovu.
       FIND-SUBSCRIPTION-PARA.
           MOVE ZEROS TO WS-SUB-SUB.
           IF SIV-SUB-ID IS NUMERIC
               PERFORM VARYING SUB-IDX FROM 1 BY 1
                       UNTIL SUB-IDX > WS-SUB-COUNT
                   IF ST-ID(SUB-IDX) = SIV-SUB-ID
                       SET WS-SUB-SUB TO SUB-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               GO TO FIND-SUBSCRIPTION-PARA-EXIT
           END-IF.

           IF SIV-TITLE = SPACES
               GO TO FIND-SUBSCRIPTION-PARA-EXIT
           END-IF.

           PERFORM VARYING SUB-IDX FROM 1 BY 1
                   UNTIL SUB-IDX > WS-SUB-COUNT
               IF ST-TITLE(SUB-IDX) = SIV-TITLE
                   SET WS-SUB-SUB TO SUB-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SUBSCRIPTION-PARA-EXIT.
           EXIT.

      * Brojevi pretplate ocekivani u razdoblju racuna kojima je rok
      * (s pocekom) vec prosao; oni jos u "E" se traze natrag.
       COUNT-ISSUES-PARA.
           PERFORM VARYING ISS-IDX FROM 1 BY 1
                   UNTIL ISS-IDX > WS-ISSUE-COUNT
               IF IT-SUB-ID(ISS-IDX) = ST-ID(WS-SUB-SUB)
                       AND IT-EXPECTED(ISS-IDX) >= SIV-PERIOD-FROM
                       AND IT-EXPECTED(ISS-IDX) <= SIV-PERIOD-TO
                       AND IT-EXPECTED(ISS-IDX) > 0
                   PERFORM GRACE-DATE-PARA THRU GRACE-DATE-PARA-EXIT
                   IF WS-TODAY-DATE-NUM > BDQ-RESULT-DATE
                       ADD 1 TO WS-ISSUES-DUE
                       IF IT-STATUS(ISS-IDX) = "E"
                           ADD 1 TO WS-ISSUES-MISSING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-ISSUES-PARA-EXIT.
           EXIT.

      * Kraj poceka za broj ISS-IDX: ocekivani datum + WS-GRACE-DAYS
      * po pravilu SERINV-a (kalendarski ili radni dani, pomak s
      * neradnog dana) u BDQ-RESULT-DATE.
       GRACE-DATE-PARA.
           SET BDQ-APPLY-RULE TO TRUE.
           MOVE "SERINV"             TO BDQ-PROGRAM.
           MOVE IT-EXPECTED(ISS-IDX) TO BDQ-DATE.
           MOVE WS-GRACE-DAYS        TO BDQ-DAYS.
           MOVE ZEROS                TO BDQ-TO-DATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       GRACE-DATE-PARA-EXIT.
           EXIT.

      * Redak liste zahtjeva za odobrenje - neisporuceni brojevi i
      * njihov udio iznosa stavke.
       WRITE-CLAIM-PARA.
           ADD 1 TO CLAIM-COUNT.
           ADD 1 TO WS-VND-CLAIMS.
           ADD WS-CREDIT TO WS-VND-CREDIT.
           ADD WS-CREDIT TO WS-TOT-CREDIT.

           IF WS-VND-CLAIMS = 1
               MOVE SPACES TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "VENDOR: " WS-PRIOR-VENDOR
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  INVOICE " SIV-INVOICE-NO
                  " SUB " WS-SUB-ID-TEXT
                  " " ST-TITLE(WS-SUB-SUB)(1:30)
                  " NOT DELIVERED " WS-ISSUES-MISSING
                  " OF " WS-ISSUES-DUE
                  " CREDIT " WS-CREDIT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CREDIT-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE.

       WRITE-CLAIM-PARA-EXIT.
           EXIT.

       VENDOR-TOTAL-PARA.
           MOVE WS-VND-INVOICED TO WS-TOTAL-EDIT.
           MOVE WS-VND-PAYABLE  TO WS-TOTAL-EDIT-2.
           MOVE WS-VND-HELD     TO WS-TOTAL-EDIT-3.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  VENDOR TOTAL INVOICED " WS-TOTAL-EDIT
                  "  PAYABLE " WS-TOTAL-EDIT-2
                  "  ON HOLD " WS-TOTAL-EDIT-3
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           IF WS-VND-CLAIMS > 0
               MOVE WS-VND-CREDIT TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  CREDIT TO CLAIM FROM VENDOR: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           END-IF.

       VENDOR-TOTAL-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "INVOICE LINES: " LINES-READ
                  "  APPROVED: " APPROVED-COUNT
                  "  ON HOLD: " HELD-COUNT
                  "  WITH CREDIT CLAIM: " CLAIM-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           MOVE WS-TOT-INVOICED TO WS-TOTAL-EDIT.
           MOVE WS-TOT-PAYABLE  TO WS-TOTAL-EDIT-2.
           MOVE WS-TOT-HELD     TO WS-TOTAL-EDIT-3.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL INVOICED " WS-TOTAL-EDIT
                  "  PAYABLE " WS-TOTAL-EDIT-2
                  "  ON HOLD " WS-TOTAL-EDIT-3
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           MOVE SPACES TO CREDIT-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE.
           IF CLAIM-COUNT = 0
               MOVE "NO CREDIT CLAIMS" TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           ELSE
               MOVE WS-TOT-CREDIT TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "TOTAL CREDIT CLAIMED: " WS-TOTAL-EDIT
                      "  INVOICE LINES: " CLAIM-COUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           END-IF.

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
           MOVE "SERINV"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE LINES-READ TO ALOG-RECORD-COUNT
           IF HELD-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
