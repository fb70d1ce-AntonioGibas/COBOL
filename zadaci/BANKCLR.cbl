      ******************************************************************
      *    BANKCLR - Klirinska razmjena naloga za placanje prema       *
      *              drugim bankama za datum obrade (PARM              *
      *              RUNDATE=YYYYMMDD, default danasnji; SENDER=       *
      *              oznaka banke sudionika u klirinskoj datoteci).    *
      *              Nalozi koje je CBLTYPE proknjizio (PAYPST, status *
      *              P) salju se u CLROUT - po valuti jedan paket s H  *
      *              zaglavljem, D redcima naloga i T zakljuckom s     *
      *              brojem naloga i ukupnim iznosom (kontrolni        *
      *              zbroj). Poslani nalozi ulaze u registar (stari    *
      *              PAYREG, novi PAYREGO - zadaci/copylib/PAYREC,     *
      *              status S). Povrati klirinske kuce (CLRRTN) se     *
      *              uparuju s registrom po broju naloga, iznosu i     *
      *              valuti; za svaki se racunu terecenja generira     *
      *              storno odobrenje 'V' u RVSTRX (36-bajtni TRNFL    *
      *              raspored, obrazac BANKINT) za sljedece knjizenje, *
      *              a nalog u registru dobiva status X - ponovljeni   *
      *              povrat istog naloga se odbija. Zavrseni nalozi    *
      *              (vraceni u ranijem runu, poslani prije            *
      *              RETAINDAYS= dana, default 60) ne prenose se u     *
      *              PAYREGO nego se dopisuju u arhivu PAYRARC; pun    *
      *              registar (5000) zaustavlja run s RC 8 prije       *
      *              ijednog izlaza. Izvjestaj u CLRRPT.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCLR.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nalozi s ishodom knjizenja iz CBLTYPE-a.
           SELECT OPTIONAL PAYMENT-POSTED-FILE ASSIGN TO PAYPST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REGISTER-IN ASSIGN TO PAYREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTER-OUT ASSIGN TO PAYREGO
                  ORGANIZATION IS SEQUENTIAL.

      * Arhiva zavrsenih naloga izbacenih iz registra (OPEN EXTEND,
      * kao AUDARC u PERCLOSE).
           SELECT OPTIONAL REGISTER-ARCHIVE ASSIGN TO PAYRARC
                  ORGANIZATION IS SEQUENTIAL.

      * Povrati klirinske kuce (OPTIONAL - dan bez povrata).
           SELECT OPTIONAL CLEARING-RETURN-FILE ASSIGN TO CLRRTN
                  ORGANIZATION IS SEQUENTIAL.

      * Racun nalogodavca - IBAN i naziv za D redak.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CLEARING-OUT-FILE ASSIGN TO CLROUT
                  ORGANIZATION IS SEQUENTIAL.

      * Storno odobrenja vracenih naloga za sljedeci posting run.
           SELECT REVERSAL-TRX-FILE ASSIGN TO RVSTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CLEARING-REPORT ASSIGN TO CLRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-POSTED-FILE RECORDING MODE F.
       01 PAYMENT-POSTED-RECORD PIC X(248).

       FD REGISTER-IN RECORDING MODE F.
       01 REGISTER-IN-RECORD PIC X(248).

       FD REGISTER-OUT RECORDING MODE F.
       01 REGISTER-OUT-RECORD PIC X(248).

       FD REGISTER-ARCHIVE RECORDING MODE F.
       01 REGISTER-ARCHIVE-RECORD PIC X(248).

      * Povrat klirinske kuce - H zaglavlje, D povrat naloga, T
      * zakljucak s brojem D redaka.
       FD CLEARING-RETURN-FILE RECORDING MODE F.
       01 CLEARING-RETURN-RECORD.
           05 RTN-REC-TYPE      PIC X.
               88 RTN-IS-HEADER  VALUE "H".
               88 RTN-IS-DETAIL  VALUE "D".
               88 RTN-IS-TRAILER VALUE "T".
           05 RTN-ORDER-ID      PIC 9(10).
           05 RTN-AMOUNT        PIC 9(11)V99.
           05 RTN-CURRENCY      PIC X(3).
           05 RTN-REASON        PIC X(4).
           05 RTN-DATE          PIC 9(8).
       01 CLEARING-RETURN-TRAILER.
           05 FILLER            PIC X.
           05 RTN-T-COUNT       PIC 9(6).
           05 FILLER            PIC X(32).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Izlazna klirinska datoteka - H zaglavlje paketa, D nalog,
      * T zakljucak paketa s kontrolnim zbrojevima.
       FD CLEARING-OUT-FILE RECORDING MODE F.
       01 CLEARING-HEADER-RECORD.
           05 CLH-REC-TYPE      PIC X.
           05 CLH-SENDER        PIC X(11).
           05 CLH-BATCH-NO      PIC 9(8).
           05 CLH-CREATED       PIC 9(8).
           05 CLH-CURRENCY      PIC X(3).
           05 FILLER            PIC X(219).
       01 CLEARING-DETAIL-RECORD.
           05 CLD-REC-TYPE      PIC X.
           05 CLD-ORDER-ID      PIC 9(10).
           05 CLD-EXEC-DATE     PIC 9(8).
           05 CLD-AMOUNT        PIC 9(11)V99.
           05 CLD-CURRENCY      PIC X(3).
           05 CLD-ORIG-IBAN     PIC X(34).
           05 CLD-ORIG-NAME     PIC X(35).
           05 CLD-BENEF-IBAN    PIC X(34).
           05 CLD-BENEF-NAME    PIC X(70).
           05 CLD-REFERENCE     PIC X(35).
           05 FILLER            PIC X(7).
       01 CLEARING-TRAILER-RECORD.
           05 CLT-REC-TYPE      PIC X.
           05 CLT-BATCH-NO      PIC 9(8).
           05 CLT-CURRENCY      PIC X(3).
           05 CLT-COUNT         PIC 9(6).
           05 CLT-TOTAL         PIC 9(13)V99.
           05 FILLER            PIC X(217).

       FD REVERSAL-TRX-FILE RECORDING MODE F.
       01 REVERSAL-TRX-RECORD.
           05 RVT-ACCOUNT-ID    PIC 9(12).
           05 RVT-TYPE          PIC X.
           05 RVT-AMOUNT        PIC S9(12)V9(3).
           05 RVT-DATE          PIC 9(8).

       FD CLEARING-REPORT.
       01 CLEARING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY PAYREC.

      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE (samo
      *     polja koja klirinska datoteka koristi).
       01 BANK-BALANCE.
           05 ACCOUNT-ID               PIC 9(12).
           05 FILLER                   PIC X.
           05 ACCOUNT-TYPE             PIC 999.
           05 FILLER                   PIC X.
           05 ACCOUNT-USER             PIC X(100).
           05 FILLER                   PIC X.
           05 ACCOUNT-NUMBER           PIC X(34).
           05 FILLER                   PIC X(124).

       01 WS-PST-EOF       PIC X VALUE 'N'.
           88 END-OF-POSTED VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-RTN-EOF       PIC X VALUE 'N'.
           88 END-OF-RETURNS VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.

       01 POSTED-READ      PIC 9(6) VALUE ZEROS.
       01 SENT-COUNT       PIC 9(6) VALUE ZEROS.
       01 NOT-POSTED-COUNT PIC 9(6) VALUE ZEROS.
       01 DUPLICATE-COUNT  PIC 9(6) VALUE ZEROS.
       01 RETURNS-READ     PIC 9(6) VALUE ZEROS.
       01 RETURNS-APPLIED  PIC 9(6) VALUE ZEROS.
       01 RETURNS-REJECTED PIC 9(6) VALUE ZEROS.
       01 BATCH-COUNT      PIC 9(2) VALUE ZEROS.
       01 ARCHIVED-COUNT   PIC 9(6) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-SENDER        PIC X(11) VALUE "00000000000".
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-ORIG-IBAN     PIC X(34) VALUE SPACES.
       01 WS-ORIG-NAME     PIC X(35) VALUE SPACES.

      * Registar poslanih naloga - stari PAYREG plus danas
      * proknjizeni nalozi (status P dok ne udju u paket). Zavrseni
      * nalog se ne ucitava nego seli u PAYRARC: vraceni (X) u
      * ranijem runu, i poslani (S) s datumom izvrsenja prije
      * roka za povrat (PARM RETAINDAYS=, default 60 dana).
       01 WS-RETAIN-DAYS   PIC 9(3) VALUE 60.
       01 WS-RETAIN-FROM   PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRED-FLAG  PIC X VALUE 'N'.
           88 ORDER-EXPIRED VALUE 'Y'.
       01 WS-REG-OVERFLOW  PIC X VALUE 'N'.
           88 REGISTER-OVERFLOW VALUE 'Y'.
       01 WS-MAX-REGISTER  PIC 9(4) VALUE 5000.
       01 WS-REG-COUNT     PIC 9(4) VALUE 0.
       01 REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-REG-COUNT
                              INDEXED BY REG-IDX.
              03 RG-ORDER-ID   PIC 9(10).
              03 RG-RECORD     PIC X(248).
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.

      * Racuni nalogodavaca.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              03 AT-ACCOUNT-ID PIC 9(12).
              03 AT-IBAN       PIC X(34).
              03 AT-NAME       PIC X(35).

      * Valutni paketi danasnje klirinske datoteke.
       01 WS-MAX-BATCHES   PIC 99 VALUE 20.
       01 BATCH-TABLE.
           02 BATCH-ENTRY OCCURS 20 TIMES INDEXED BY BAT-IDX.
              03 BT-CURRENCY   PIC X(3).
              03 BT-BATCH-NO   PIC 9(8).
              03 BT-COUNT      PIC 9(6).
              03 BT-TOTAL      PIC 9(13)V99.

      * Kontrola povratne datoteke.
       01 WS-RTN-DETAILS   PIC 9(6) VALUE ZEROS.
       01 WS-RTN-TRAILER   PIC X VALUE 'N'.
           88 RETURN-TRAILER-SEEN VALUE 'Y'.
       01 WS-RETURNED-TOTAL PIC 9(13)V99 VALUE ZEROS.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZZ9.

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijeni povrati/
      * duplikati/neuskladjena povratna datoteka, 8=greska u PARM-u
      * ili pun registar, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-CLR-PARA
                       THRU APPLY-PARM-CLR-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-RETAIN-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-RETAIN-DAYS).

           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

      * Nepotpuno ucitan registar bi novi PAYREGO skratio - run staje
      * prije ijednog izlaza.
           IF REGISTER-OVERFLOW
               DISPLAY "BANKCLR: PAYMENT REGISTER FULL ("
                       WS-MAX-REGISTER ") - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT CLEARING-REPORT.
           MOVE "OUTGOING CLEARING AND RETURNS" TO CLEARING-REPORT-LINE.
           WRITE CLEARING-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  SENDER: " WS-SENDER
                  "  ORDERS ON REGISTER: " WS-REG-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM LOAD-POSTED-PARA THRU LOAD-POSTED-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE CLEARING-REPORT
               GOBACK
           END-IF.

           OPEN OUTPUT REVERSAL-TRX-FILE.
           PERFORM APPLY-RETURNS-PARA THRU APPLY-RETURNS-PARA-EXIT.
           CLOSE REVERSAL-TRX-FILE.

           OPEN OUTPUT CLEARING-OUT-FILE.
           PERFORM WRITE-BATCHES-PARA THRU WRITE-BATCHES-PARA-EXIT.
           CLOSE CLEARING-OUT-FILE.

           PERFORM WRITE-REGISTER-PARA THRU WRITE-REGISTER-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE CLEARING-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20261015", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * RUNDATE= (ispravan datum YYYYMMDD) i SENDER= (oznaka banke u
      * klirinskoj datoteci); neispravan datum prekida obradu s RC 8.
       APPLY-PARM-CLR-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RUNDATE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX)))
                                   = 0
                               COMPUTE WS-RUN-DATE-NUM =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKCLR: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "SENDER"
                           MOVE KW-VALUE(KW-IDX) TO WS-SENDER
                       WHEN "RETAINDAYS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   > 0
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   < 1000
                               COMPUTE WS-RETAIN-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKCLR: INVALID RETAINDAYS= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-CLR-PARA-EXIT.
           EXIT.

       LOAD-ACCOUNTS-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
               IF ACCOUNT-ID IS NUMERIC
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-ID TO AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-NUMBER TO AT-IBAN(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-USER(1:35)
                       TO AT-NAME(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

       LOAD-REGISTER-PARA.
           OPEN INPUT REGISTER-IN.

           READ REGISTER-IN
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER OR REGISTER-OVERFLOW
               MOVE REGISTER-IN-RECORD TO PAYMENT-ORDER-RECORD
               PERFORM CHECK-EXPIRED-PARA THRU CHECK-EXPIRED-PARA-EXIT
               IF PO-ORDER-ID IS NUMERIC AND NOT ORDER-EXPIRED
                   IF WS-REG-COUNT NOT LESS THAN WS-MAX-REGISTER
                       SET REGISTER-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-REG-COUNT
                       MOVE PO-ORDER-ID TO RG-ORDER-ID(WS-REG-COUNT)
                       MOVE PAYMENT-ORDER-RECORD
                           TO RG-RECORD(WS-REG-COUNT)
                   END-IF
               END-IF
               READ REGISTER-IN
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

      * Nalog u PAYMENT-ORDER-RECORD je zavrsen: vracen u ranijem
      * runu, ili poslan prije roka za povrat.
       CHECK-EXPIRED-PARA.
           MOVE 'N' TO WS-EXPIRED-FLAG.
           IF PO-RETURNED
               IF PO-RETURN-DATE IS NOT NUMERIC
                       OR PO-RETURN-DATE < WS-RUN-DATE-NUM
                   SET ORDER-EXPIRED TO TRUE
               END-IF
           END-IF.
           IF PO-SENT AND PO-EXEC-DATE IS NUMERIC
               IF PO-EXEC-DATE < WS-RETAIN-FROM
                   SET ORDER-EXPIRED TO TRUE
               END-IF
           END-IF.

       CHECK-EXPIRED-PARA-EXIT.
           EXIT.

      * Trazi PO-ORDER-ID u registru.
       FIND-ORDER-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               IF RG-ORDER-ID(REG-IDX) = PO-ORDER-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ORDER-PARA-EXIT.
           EXIT.

      * Proknjizeni nalozi (P) se dodaju u registar za slanje; nalog
      * koji je vec u registru (ponovljeni PAYPST) se ne salje drugi
      * put. Pun registar prekida obradu s RC 8 prije ijednog izlaza
      * da nijedan proknjizeni nalog ne ostane neposlan bez traga.
       LOAD-POSTED-PARA.
           OPEN INPUT PAYMENT-POSTED-FILE.

           READ PAYMENT-POSTED-FILE
               AT END SET END-OF-POSTED TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-POSTED
               MOVE PAYMENT-POSTED-RECORD TO PAYMENT-ORDER-RECORD
               ADD 1 TO POSTED-READ
               IF PO-POSTED
                   PERFORM ADD-POSTED-PARA THRU ADD-POSTED-PARA-EXIT
               ELSE
                   ADD 1 TO NOT-POSTED-COUNT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "NOT SENT ORDER " PO-ORDER-ID
                          " FROM " PO-DEBIT-ACCOUNT
                          " - REJECTED AT POSTING: " PO-REASON
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                           THRU WRITE-REPORT-LINE-PARA-EXIT
               END-IF
               IF RETURN-CODE >= 8
                   EXIT PERFORM
               END-IF
               READ PAYMENT-POSTED-FILE
                   AT END SET END-OF-POSTED TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PAYMENT-POSTED-FILE.

       LOAD-POSTED-PARA-EXIT.
           EXIT.

       ADD-POSTED-PARA.
           PERFORM FIND-ORDER-PARA THRU FIND-ORDER-PARA-EXIT.
           IF ENTRY-FOUND
               ADD 1 TO DUPLICATE-COUNT
               DISPLAY "BANKCLR: ORDER ALREADY ON REGISTER - "
                       PO-ORDER-ID
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "DUPLICATE ORDER " PO-ORDER-ID
                      " FROM " PO-DEBIT-ACCOUNT
                      " - ALREADY ON REGISTER, NOT SENT AGAIN"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO ADD-POSTED-PARA-EXIT
           END-IF.

           IF WS-REG-COUNT NOT LESS THAN WS-MAX-REGISTER
               DISPLAY "BANKCLR: PAYMENT REGISTER FULL - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GO TO ADD-POSTED-PARA-EXIT
           END-IF.

           ADD 1 TO WS-REG-COUNT.
           MOVE PO-ORDER-ID TO RG-ORDER-ID(WS-REG-COUNT).
           MOVE PAYMENT-ORDER-RECORD TO RG-RECORD(WS-REG-COUNT).

       ADD-POSTED-PARA-EXIT.
           EXIT.

      * Povrati klirinske kuce - D redak se uparuje s poslanim
      * nalogom (status S) po broju, iznosu i valuti i generira
      * storno odobrenje racunu terecenja; T redak mora potvrditi
      * broj D redaka.
       APPLY-RETURNS-PARA.
           OPEN INPUT CLEARING-RETURN-FILE.

           READ CLEARING-RETURN-FILE
               AT END SET END-OF-RETURNS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RETURNS
               EVALUATE TRUE
                   WHEN RTN-IS-DETAIL
                       ADD 1 TO WS-RTN-DETAILS
                       ADD 1 TO RETURNS-READ
                       PERFORM APPLY-ONE-RETURN-PARA
                               THRU APPLY-ONE-RETURN-PARA-EXIT
                   WHEN RTN-IS-TRAILER
                       SET RETURN-TRAILER-SEEN TO TRUE
                       IF RTN-T-COUNT IS NOT NUMERIC
                               OR RTN-T-COUNT NOT = WS-RTN-DETAILS
                           PERFORM RETURN-CONTROL-PARA
                                   THRU RETURN-CONTROL-PARA-EXIT
                       END-IF
                       MOVE ZEROS TO WS-RTN-DETAILS
               END-EVALUATE
               READ CLEARING-RETURN-FILE
                   AT END SET END-OF-RETURNS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CLEARING-RETURN-FILE.

      *     D redci iza zadnjeg T retka - zakljucak nedostaje.
           IF WS-RTN-DETAILS > 0
               PERFORM RETURN-CONTROL-PARA
                       THRU RETURN-CONTROL-PARA-EXIT
           END-IF.

       APPLY-RETURNS-PARA-EXIT.
           EXIT.

       RETURN-CONTROL-PARA.
           DISPLAY "BANKCLR: RETURN FILE CONTROL COUNT MISMATCH".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "WARNING - RETURN FILE CONTROL COUNT MISMATCH, "
                  "DETAILS READ " WS-RTN-DETAILS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       RETURN-CONTROL-PARA-EXIT.
           EXIT.

       APPLY-ONE-RETURN-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RTN-ORDER-ID IS NOT NUMERIC
               MOVE "NON-NUMERIC ORDER NUMBER" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-PARA THRU REJECT-RETURN-PARA-EXIT
               GO TO APPLY-ONE-RETURN-PARA-EXIT
           END-IF.

           MOVE RTN-ORDER-ID TO PO-ORDER-ID.
           PERFORM FIND-ORDER-PARA THRU FIND-ORDER-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "ORDER NOT ON REGISTER" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-PARA THRU REJECT-RETURN-PARA-EXIT
               GO TO APPLY-ONE-RETURN-PARA-EXIT
           END-IF.

           MOVE RG-RECORD(REG-IDX) TO PAYMENT-ORDER-RECORD.
           IF PO-RETURNED
               MOVE "ORDER ALREADY RETURNED" TO WS-REJECT-REASON
           ELSE
               IF NOT PO-SENT
                   MOVE "ORDER NOT SENT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF RTN-AMOUNT IS NOT NUMERIC
                       OR RTN-AMOUNT NOT = PO-AMOUNT
                       OR RTN-CURRENCY NOT = PO-CURRENCY
                   MOVE "AMOUNT/CURRENCY DIFFERS FROM ORDER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-RETURN-PARA THRU REJECT-RETURN-PARA-EXIT
               GO TO APPLY-ONE-RETURN-PARA-EXIT
           END-IF.

           MOVE PO-DEBIT-ACCOUNT TO RVT-ACCOUNT-ID.
           MOVE "V"              TO RVT-TYPE.
           MOVE PO-AMOUNT        TO RVT-AMOUNT.
           MOVE WS-RUN-DATE-NUM  TO RVT-DATE.
           WRITE REVERSAL-TRX-RECORD.

           SET PO-RETURNED TO TRUE.
           MOVE RTN-REASON TO PO-RETURN-REASON.
           MOVE WS-RUN-DATE-NUM TO PO-RETURN-DATE.
           MOVE PAYMENT-ORDER-RECORD TO RG-RECORD(REG-IDX).
           ADD 1 TO RETURNS-APPLIED.
           ADD PO-AMOUNT TO WS-RETURNED-TOTAL.

           MOVE PO-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RETURNED ORDER " PO-ORDER-ID
                  " REASON " RTN-REASON
                  " - REVERSAL CREDIT TO " PO-DEBIT-ACCOUNT
                  " " WS-AMOUNT-EDIT " " PO-CURRENCY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       APPLY-ONE-RETURN-PARA-EXIT.
           EXIT.

       REJECT-RETURN-PARA.
           ADD 1 TO RETURNS-REJECTED.
           DISPLAY "BANKCLR: RETURN REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" RTN-ORDER-ID "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RETURN REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " [ORDER " RTN-ORDER-ID
                  " REASON " RTN-REASON "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       REJECT-RETURN-PARA-EXIT.
           EXIT.

      * Po valuti jedan paket: H zaglavlje, D redak po proknjizenom
      * nalogu (status P -> S uz broj paketa) i T zakljucak s brojem
      * naloga i ukupnim iznosom paketa.
       WRITE-BATCHES-PARA.
           MOVE ZEROS TO BATCH-COUNT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RG-RECORD(REG-IDX) TO PAYMENT-ORDER-RECORD
               IF PO-POSTED
                   PERFORM FIND-BATCH-PARA THRU FIND-BATCH-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > BATCH-COUNT
               PERFORM WRITE-ONE-BATCH-PARA
                       THRU WRITE-ONE-BATCH-PARA-EXIT
           END-PERFORM.

       WRITE-BATCHES-PARA-EXIT.
           EXIT.

      * Otvara paket za valutu naloga ako ga jos nema.
       FIND-BATCH-PARA.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > BATCH-COUNT
               IF BT-CURRENCY(BAT-IDX) = PO-CURRENCY
                   GO TO FIND-BATCH-PARA-EXIT
               END-IF
           END-PERFORM.

           IF BATCH-COUNT NOT LESS THAN WS-MAX-BATCHES
               GO TO FIND-BATCH-PARA-EXIT
           END-IF.
           ADD 1 TO BATCH-COUNT.
           MOVE PO-CURRENCY TO BT-CURRENCY(BATCH-COUNT).
           COMPUTE BT-BATCH-NO(BATCH-COUNT) =
                   (WS-RUN-NUMBER * 100) + BATCH-COUNT.
           MOVE ZEROS TO BT-COUNT(BATCH-COUNT).
           MOVE ZEROS TO BT-TOTAL(BATCH-COUNT).

       FIND-BATCH-PARA-EXIT.
           EXIT.

       WRITE-ONE-BATCH-PARA.
           MOVE SPACES TO CLEARING-HEADER-RECORD.
           MOVE "H"                  TO CLH-REC-TYPE.
           MOVE WS-SENDER            TO CLH-SENDER.
           MOVE BT-BATCH-NO(BAT-IDX) TO CLH-BATCH-NO.
           MOVE WS-RUN-DATE-NUM      TO CLH-CREATED.
           MOVE BT-CURRENCY(BAT-IDX) TO CLH-CURRENCY.
           WRITE CLEARING-HEADER-RECORD.

           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RG-RECORD(REG-IDX) TO PAYMENT-ORDER-RECORD
               IF PO-POSTED AND PO-CURRENCY = BT-CURRENCY(BAT-IDX)
                   PERFORM WRITE-DETAIL-PARA
                           THRU WRITE-DETAIL-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLEARING-TRAILER-RECORD.
           MOVE "T"                  TO CLT-REC-TYPE.
           MOVE BT-BATCH-NO(BAT-IDX) TO CLT-BATCH-NO.
           MOVE BT-CURRENCY(BAT-IDX) TO CLT-CURRENCY.
           MOVE BT-COUNT(BAT-IDX)    TO CLT-COUNT.
           MOVE BT-TOTAL(BAT-IDX)    TO CLT-TOTAL.
           WRITE CLEARING-TRAILER-RECORD.

           MOVE BT-COUNT(BAT-IDX) TO WS-COUNT-EDIT.
           MOVE BT-TOTAL(BAT-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "BATCH " BT-BATCH-NO(BAT-IDX)
                  " " BT-CURRENCY(BAT-IDX)
                  " ORDERS " WS-COUNT-EDIT
                  " TOTAL " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-ONE-BATCH-PARA-EXIT.
           EXIT.

       WRITE-DETAIL-PARA.
           MOVE SPACES TO WS-ORIG-IBAN WS-ORIG-NAME.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = PO-DEBIT-ACCOUNT
                   MOVE AT-IBAN(ACC-IDX) TO WS-ORIG-IBAN
                   MOVE AT-NAME(ACC-IDX) TO WS-ORIG-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLEARING-DETAIL-RECORD.
           MOVE "D"            TO CLD-REC-TYPE.
           MOVE PO-ORDER-ID    TO CLD-ORDER-ID.
           MOVE PO-EXEC-DATE   TO CLD-EXEC-DATE.
           MOVE PO-AMOUNT      TO CLD-AMOUNT.
           MOVE PO-CURRENCY    TO CLD-CURRENCY.
           MOVE WS-ORIG-IBAN   TO CLD-ORIG-IBAN.
           MOVE WS-ORIG-NAME   TO CLD-ORIG-NAME.
           MOVE PO-BENEF-IBAN  TO CLD-BENEF-IBAN.
           MOVE PO-BENEF-NAME  TO CLD-BENEF-NAME.
           MOVE PO-REFERENCE   TO CLD-REFERENCE.
           WRITE CLEARING-DETAIL-RECORD.

           ADD 1 TO BT-COUNT(BAT-IDX).
           ADD PO-AMOUNT TO BT-TOTAL(BAT-IDX).
           ADD 1 TO SENT-COUNT.

           SET PO-SENT TO TRUE.
           MOVE BT-BATCH-NO(BAT-IDX) TO PO-BATCH-NO.
           MOVE PAYMENT-ORDER-RECORD TO RG-RECORD(REG-IDX).

       WRITE-DETAIL-PARA-EXIT.
           EXIT.

      * Novi registar iz tablice; zavrseni nalozi starog PAYREG-a se
      * tek sada (kad novi registar sigurno nastaje) dopisuju u
      * arhivu.
       WRITE-REGISTER-PARA.
           OPEN OUTPUT REGISTER-OUT.

           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE RG-RECORD(REG-IDX) TO REGISTER-OUT-RECORD
               WRITE REGISTER-OUT-RECORD
           END-PERFORM.

           CLOSE REGISTER-OUT.

           OPEN EXTEND REGISTER-ARCHIVE.
           OPEN INPUT REGISTER-IN.
           MOVE 'N' TO WS-REG-EOF.

           READ REGISTER-IN
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               MOVE REGISTER-IN-RECORD TO PAYMENT-ORDER-RECORD
               PERFORM CHECK-EXPIRED-PARA THRU CHECK-EXPIRED-PARA-EXIT
               IF PO-ORDER-ID IS NUMERIC AND ORDER-EXPIRED
                   MOVE REGISTER-IN-RECORD TO REGISTER-ARCHIVE-RECORD
                   WRITE REGISTER-ARCHIVE-RECORD
                   ADD 1 TO ARCHIVED-COUNT
               END-IF
               READ REGISTER-IN
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN.
           CLOSE REGISTER-ARCHIVE.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO CLEARING-REPORT-LINE.
           WRITE CLEARING-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO CLEARING-REPORT-LINE.
           WRITE CLEARING-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "POSTED READ: " POSTED-READ
                  "  SENT: " SENT-COUNT
                  "  BATCHES: " BATCH-COUNT
                  "  NOT POSTED: " NOT-POSTED-COUNT
                  "  DUPLICATES: " DUPLICATE-COUNT
                  "  ARCHIVED: " ARCHIVED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-RETURNED-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RETURNS READ: " RETURNS-READ
                  "  REVERSED: " RETURNS-APPLIED
                  "  REJECTED: " RETURNS-REJECTED
                  "  REVERSAL AMOUNT: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

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
           MOVE "BANKCLR"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE POSTED-READ TO ALOG-RECORD-COUNT
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
