      ******************************************************************
      *    BANKAML - Regulatorni izvjestaj o gotovini i strukturiranju *
      *              po kupcu (AML). Za razliku od BANKSCRN-a, koji    *
      *              provjerava pojedinu transakciju prije knjizenja,  *
      *              ovaj program nakon knjizenja zbraja proknjizene   *
      *              TRNFL transakcije (u JCL-u se spajaju dnevni      *
      *              skupovi kliznog prozora) po kupcu preko CUSTLNK   *
      *              veza, u EUR po tecajevima iz RATEFL (jedinice     *
      *              strane valute za 1 EUR, kao CUSTPOS). Gotovinski  *
      *              tipovi transakcija su PARM CASHTYPES= (default    *
      *              "DC" - kamatne 'J'/'K' nisu gotovina). Za prozor  *
      *              od DAYS= dana do RUNDATE= otvara slucaj: "L" -    *
      *              gotovina kupca na ili iznad praga THRESHOLD=      *
      *              (EUR, default 10000.00); "S" - strukturiranje:    *
      *              najmanje MINCOUNT= stavki unutar NEAR= posto      *
      *              ispod praga, preko vise racuna ili vise dana.     *
      *              Slucajevi su u masteru AMLCSFL -> AMLCSOUT        *
      *              (zadaci/copylib/AMLREC); aktivnost koju neki      *
      *              slucaj vec pokriva ne prijavljuje se ponovno, a   *
      *              sluzbenik za uskladjenost zatvara slucajeve kroz  *
      *              AMLCLS (CLOSE|broj slucaja|sluzbenik). Novi       *
      *              slucajevi idu u regulatornu datoteku AMLREG       *
      *              (fiksni format, zaglavlje/stavke/zakljucak), a    *
      *              interni popis slucajeva za sluzbenika u AMLRPT. U *
      *              tablicu se ucitavaju samo otvoreni slucajevi i    *
      *              oni koji dosezu u prozor (ostali se prepisuju     *
      *              nepromijenjeni); puna tablica zaustavlja run s RC *
      *              8 prije ikakvog upisa.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAML.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO TRNFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTOMER-LINKS ASSIGN TO CUSTLNK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE ASSIGN TO RATEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASE-MASTER-IN ASSIGN TO AMLCSFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASE-MASTER-OUT ASSIGN TO AMLCSOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Zatvaranja slucajeva od sluzbenika za uskladjenost.
           SELECT OPTIONAL CASE-CLOSE-FILE ASSIGN TO AMLCLS
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REGULATOR-FILE ASSIGN TO AMLREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASE-REPORT ASSIGN TO AMLRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE RECORDING MODE F.
       01 TRANSACTION-FILE-RECORD PIC X(36).

       FD CUSTOMER-LINKS.
       01 CUSTOMER-LINK-DETAIL.
           05 LNK-CUST-ID       PIC 9(6).
           05 FILLER            PIC X.
           05 LNK-ACCOUNT-ID    PIC 9(12).

      * Isti raspored kao CUSTOMER-DETAIL u CUSTMNT-u.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-DETAIL.
           05 CST-ID            PIC 9(6).
           05 FILLER            PIC X.
           05 CST-NAME          PIC X(50).
           05 FILLER            PIC X.
           05 CST-CONTACT       PIC X(50).
           05 FILLER            PIC X.
           05 CST-STATUS        PIC X.
           05 FILLER            PIC X.
           05 CST-SEGMENT       PIC X(3).
           05 FILLER            PIC X.
           05 CST-RESIDENCY     PIC X(2).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Isti raspored kao CBLTYPE-ov RATE-FILE-RECORD.
       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RTF-CODE          PIC X(3).
           05 FILLER            PIC X.
           05 RTF-RATE          PIC 9(3)V9(6).
           05 FILLER            PIC X.
           05 RTF-EFFECTIVE     PIC 9(8).

       FD CASE-MASTER-IN RECORDING MODE F.
       01 CASE-MASTER-IN-RECORD PIC X(98).

       FD CASE-MASTER-OUT RECORDING MODE F.
       01 CASE-MASTER-OUT-RECORD PIC X(98).

       FD CASE-CLOSE-FILE RECORDING MODE F.
       01 CASE-CLOSE-RECORD PIC X(80).

      * Regulatorna datoteka - fiksni 150-bajtni zapisi: "H"
      * zaglavlje s obveznikom i razdobljem, "D" po prijavljenom
      * slucaju ("CTR" gotovina, "STR" strukturiranje), "T"
      * zakljucak s brojem stavki i ukupnim iznosom.
       FD REGULATOR-FILE RECORDING MODE F.
       01 REG-DETAIL-RECORD.
           05 REG-REC-TYPE          PIC X.
           05 REG-KIND              PIC X(3).
           05 REG-INSTITUTION       PIC X(12).
           05 REG-CASE-NO           PIC 9(8).
           05 REG-CUST-ID           PIC 9(6).
           05 REG-CUST-NAME         PIC X(50).
           05 REG-PERIOD-FROM       PIC 9(8).
           05 REG-PERIOD-TO         PIC 9(8).
           05 REG-AMOUNT            PIC 9(13)V99.
           05 REG-TRX-COUNT         PIC 9(5).
           05 REG-ACCOUNT-COUNT     PIC 9(2).
           05 REG-DAY-COUNT         PIC 9(3).
           05 REG-CURRENCY          PIC X(3).
           05 FILLER                PIC X(26).
       01 REG-HEADER-RECORD.
           05 REG-H-REC-TYPE        PIC X.
           05 REG-H-INSTITUTION     PIC X(12).
           05 REG-H-REPORT-DATE     PIC 9(8).
           05 REG-H-PERIOD-FROM     PIC 9(8).
           05 REG-H-PERIOD-TO       PIC 9(8).
           05 FILLER                PIC X(113).
       01 REG-TRAILER-RECORD.
           05 REG-T-REC-TYPE        PIC X.
           05 REG-T-INSTITUTION     PIC X(12).
           05 REG-T-RECORD-COUNT    PIC 9(7).
           05 REG-T-TOTAL-AMOUNT    PIC 9(15)V99.
           05 FILLER                PIC X(113).

       FD CASE-REPORT.
       01 CASE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      *     Isti raspored transakcije kao CBLTYPE.
       01 TRANSACTION-RECORD.
           05 TRANS-ACCOUNT-ID         PIC 9(12).
           05 TRANS-TYPE               PIC X.
           05 TRANS-AMOUNT             PIC S9(12)V9(3).
           05 TRANS-DATE               PIC X(8).
           05 TRANS-DATE-NUM REDEFINES TRANS-DATE PIC 9(8).

      * Polja BANK-BALANCE zapisa koja trebaju ovom pregledu - isti
      * pomaci kao CBLTYPE-ov BANK-BALANCE (vidi CUSTPOS).
       01 WS-ACCOUNT-VIEW.
           05 WAV-ACCOUNT-ID    PIC 9(12).
           05 WAV-CURRENCY      PIC X(3).

           COPY AMLREC.

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-LINKS-EOF     PIC X VALUE 'N'.
           88 END-OF-LINKS  VALUE 'Y'.
       01 WS-CUST-EOF      PIC X VALUE 'N'.
           88 END-OF-CUSTS  VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.
       01 WS-RATE-EOF      PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.
       01 WS-CASE-EOF      PIC X VALUE 'N'.
           88 END-OF-CASES  VALUE 'Y'.
       01 WS-CASE-OVERFLOW PIC X VALUE 'N'.
           88 CASE-TABLE-OVERFLOW VALUE 'Y'.
       01 WS-CLOSE-EOF     PIC X VALUE 'N'.
           88 END-OF-CLOSES VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(6) VALUE ZEROS.
       01 WINDOW-TRX       PIC 9(6) VALUE ZEROS.
       01 CASH-TRX         PIC 9(6) VALUE ZEROS.
       01 UNLINKED-TRX     PIC 9(6) VALUE ZEROS.
       01 NO-RATE-TRX      PIC 9(6) VALUE ZEROS.
       01 NEW-LARGE-CASES  PIC 9(5) VALUE ZEROS.
       01 NEW-STRUCT-CASES PIC 9(5) VALUE ZEROS.
       01 CLOSED-CASES     PIC 9(5) VALUE ZEROS.
       01 REJECTED-CLOSES  PIC 9(5) VALUE ZEROS.
       01 OPEN-CASES       PIC 9(5) VALUE ZEROS.
       01 REG-RECORDS      PIC 9(7) VALUE ZEROS.
       01 REG-TOTAL        PIC 9(15)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Parametri obrade - PARM nadjacava default vrijednosti.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-DAYS   PIC 9(2) VALUE 10.
       01 WS-THRESHOLD     PIC 9(9)V99 VALUE 10000.00.
       01 WS-NEAR-PCT      PIC 9(2) VALUE 10.
       01 WS-MIN-COUNT     PIC 9(2) VALUE 3.
       01 WS-CASH-TYPES    PIC X(10) VALUE "DC".
       01 WS-INSTITUTION   PIC X(12) VALUE "000000000000".
       01 WS-NUM-VALUE     PIC S9(9)V99 VALUE ZEROS.

      * Granice prozora i raspon "tik ispod praga".
       01 WS-WINDOW-FROM   PIC 9(8) VALUE ZEROS.
       01 WS-NEAR-FLOOR    PIC 9(9)V99 VALUE ZEROS.

      * Veze kupac-racun.
       01 WS-MAX-LINKS     PIC 9(4) VALUE 2000.
       01 WS-LINK-COUNT    PIC 9(4) VALUE 0.
       01 LINK-TABLE.
           02 LINK-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-LINK-COUNT
                          INDEXED BY LNK-IDX.
              03 LK-CUST-ID   PIC 9(6).
              03 LK-ACCOUNT   PIC 9(12).

      * Imena kupaca iz CUSTFL.
       01 WS-MAX-CUSTS     PIC 9(4) VALUE 500.
       01 WS-CUST-COUNT    PIC 9(4) VALUE 0.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CUST-COUNT
                              INDEXED BY CST-IDX.
              03 CN-CUST-ID   PIC 9(6).
              03 CN-NAME      PIC X(50).

      * Racuni iz ACCTFL - broj i valuta.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-VIEW-TABLE.
           02 ACCOUNT-VIEW-ENTRY OCCURS 1 TO 100 TIMES
                                  DEPENDING ON WS-ACCOUNT-COUNT
                                  INDEXED BY ACC-IDX.
              03 AV-ACCOUNT   PIC 9(12).
              03 AV-CURRENCY  PIC X(3).

      * Tecajna tablica - jedinice strane valute za 1 EUR.
       01 WS-MAX-RATES     PIC 99 VALUE 20.
       01 WS-RATE-COUNT    PIC 99 VALUE 0.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 1 TO 20 TIMES
                          DEPENDING ON WS-RATE-COUNT
                          INDEXED BY RAT-IDX.
              03 RT-CODE      PIC X(3).
              03 RT-RATE      PIC 9(3)V9(6).

      * Master slucajeva u radnoj tablici - otvoreni slucajevi i
      * slucajevi ciji AC-THROUGH-DATE doseze u prozor. Zatvoreni
      * slucaj koji zavrsava prije prozora nista ne pokriva; ostaje
      * izvan tablice i WRITE-CASES-PARA ga prepisuje iz AMLCSFL-a
      * nepromijenjenog, na istom mjestu.
       01 WS-MAX-CASES     PIC 9(4) VALUE 1000.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 CASE-TABLE.
           02 CASE-ENTRY OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WS-CASE-COUNT
                          INDEXED BY CAS-IDX.
              03 CS-CASE-NO   PIC 9(8).
              03 CS-RECORD    PIC X(98).
       01 WS-NEXT-CASE-NO  PIC 9(8) VALUE ZEROS.
       01 WS-CASE-OUT      PIC 9(4) VALUE ZEROS.

      * Zbirna aktivnost po kupcu u prozoru - vrsta 1 = gotovina
      * ("L"), vrsta 2 = stavke tik ispod praga ("S"). CK-THROUGH je
      * datum do kojeg aktivnost vec pokriva neki raniji slucaj.
       01 WS-MAX-WORK      PIC 9(3) VALUE 500.
       01 WS-WORK-COUNT    PIC 9(3) VALUE 0.
       01 CUSTOMER-WORK-TABLE.
           02 CUSTOMER-WORK-ENTRY OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-WORK-COUNT
                                   INDEXED BY CW-IDX.
              03 CW-CUST-ID   PIC 9(6).
              03 CW-KIND OCCURS 2 TIMES.
                 04 CK-THROUGH     PIC 9(8).
                 04 CK-AMOUNT      PIC 9(11)V99.
                 04 CK-COUNT       PIC 9(5).
                 04 CK-FIRST       PIC 9(8).
                 04 CK-LAST        PIC 9(8).
                 04 CK-ACCT-COUNT  PIC 9(2).
                 04 CK-ACCT        PIC 9(12) OCCURS 9 TIMES.
                 04 CK-DAY-COUNT   PIC 9(3).
                 04 CK-DAY         PIC 9(8) OCCURS 31 TIMES.

       01 WS-KIND          PIC 9 VALUE ZEROS.
       01 WS-SUB           PIC 9(2) VALUE ZEROS.
       01 WS-SEARCH-CUST   PIC 9(6) VALUE ZEROS.
       01 WS-TALLY         PIC 9(3) VALUE ZEROS.
       01 WS-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01 WS-EUR-AMOUNT    PIC 9(11)V99 VALUE ZEROS.
       01 WS-LINKED-FLAG   PIC X VALUE 'N'.
           88 ACCOUNT-LINKED VALUE 'Y'.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-CASE-TYPE     PIC X VALUE SPACE.
       01 WS-CUST-NAME     PIC X(50) VALUE SPACES.

      * Rastavljena polja zatvaranja slucaja.
       01 WS-CLS-ACTION    PIC X(6)  VALUE SPACES.
           88 CLS-IS-CLOSE  VALUE "CLOSE".
       01 WS-CLS-CASE      PIC X(8)  VALUE SPACES.
       01 WS-CLS-OFFICER   PIC X(8)  VALUE SPACES.
       01 WS-CLS-CASE-NO   PIC 9(8)  VALUE ZEROS.

      * Ispisni oblici iznosa za izvjestaj.
       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=novi slucajevi ili
      * upozorenje (racun bez kupca ili tecaja, odbijeno zatvaranje),
      * 8=greska u PARM-u, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-AML-PARA
                       THRU APPLY-PARM-AML-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-WINDOW-DAYS + 1).
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-THRESHOLD * (100 - WS-NEAR-PCT) / 100.

           PERFORM LOAD-LINKS-PARA THRU LOAD-LINKS-PARA-EXIT.
           PERFORM LOAD-CUSTOMERS-PARA THRU LOAD-CUSTOMERS-PARA-EXIT.
           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM LOAD-CASES-PARA THRU LOAD-CASES-PARA-EXIT.

      * Nepotpuna tablica slucajeva bi novi AMLCSOUT skratila i
      * prijavila vec pokrivenu aktivnost - run staje prije upisa.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "BANKAML: CASE TABLE FULL (" WS-MAX-CASES
                       ") - RUN STOPPED, NO OUTPUT WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT CASE-REPORT.
           OPEN OUTPUT REGULATOR-FILE.

           MOVE "AML LARGE CASH AND STRUCTURING CASES"
               TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  WINDOW: " WS-WINDOW-FROM " - " WS-RUN-DATE-NUM
                  "  THRESHOLD EUR " WS-AMOUNT-EDIT
                  "  NEAR: " WS-NEAR-PCT " %"
                  "  MIN COUNT: " WS-MIN-COUNT
                  "  CASH TYPES: " WS-CASH-TYPES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM APPLY-CLOSES-PARA THRU APPLY-CLOSES-PARA-EXIT.

           MOVE SPACES TO REG-HEADER-RECORD.
           MOVE "H"             TO REG-H-REC-TYPE.
           MOVE WS-INSTITUTION  TO REG-H-INSTITUTION.
           MOVE WS-RUN-DATE-NUM TO REG-H-REPORT-DATE.
           MOVE WS-WINDOW-FROM  TO REG-H-PERIOD-FROM.
           MOVE WS-RUN-DATE-NUM TO REG-H-PERIOD-TO.
           WRITE REG-HEADER-RECORD.

           PERFORM SCAN-TRX-PARA THRU SCAN-TRX-PARA-EXIT.

           PERFORM VARYING CW-IDX FROM 1 BY 1
                   UNTIL CW-IDX > WS-WORK-COUNT
               PERFORM EVALUATE-CUSTOMER-PARA
                       THRU EVALUATE-CUSTOMER-PARA-EXIT
           END-PERFORM.

           MOVE SPACES TO REG-TRAILER-RECORD.
           MOVE "T"             TO REG-T-REC-TYPE.
           MOVE WS-INSTITUTION  TO REG-T-INSTITUTION.
           MOVE REG-RECORDS     TO REG-T-RECORD-COUNT.
           MOVE REG-TOTAL       TO REG-T-TOTAL-AMOUNT.
           WRITE REG-TRAILER-RECORD.

           PERFORM LIST-OPEN-CASES-PARA
                   THRU LIST-OPEN-CASES-PARA-EXIT.
           PERFORM WRITE-CASES-PARA THRU WRITE-CASES-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           IF NEW-LARGE-CASES > 0 OR NEW-STRUCT-CASES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE REGULATOR-FILE.
           CLOSE CASE-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20261015,DAYS=10", i puni KEYWORD-TABLE - vidi
      * TASK5C.
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

      * RUNDATE= (YYYYMMDD), DAYS= (1-31), THRESHOLD= (EUR > 0),
      * NEAR= (1-50 posto), MINCOUNT= (2-99), CASHTYPES= (kodovi
      * tipova) i INSTID= (oznaka obveznika u regulatornoj
      * datoteci); neispravna vrijednost prekida obradu s RC 8.
       APPLY-PARM-AML-PARA.
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
                               DISPLAY "BANKAML: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "DAYS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 1
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= 31
                               COMPUTE WS-WINDOW-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKAML: INVALID DAYS= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "THRESHOLD"
                           IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))) = 0
                               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
                                   FUNCTION TRIM(KW-VALUE(KW-IDX)))
                           ELSE
                               MOVE -1 TO WS-NUM-VALUE
                           END-IF
                           IF WS-NUM-VALUE <= 0
                               DISPLAY "BANKAML: INVALID THRESHOLD= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               MOVE WS-NUM-VALUE TO WS-THRESHOLD
                           END-IF
                       WHEN "NEAR"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 1
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= 50
                               COMPUTE WS-NEAR-PCT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKAML: INVALID NEAR= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "MINCOUNT"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   >= 2
                               AND FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   <= 99
                               COMPUTE WS-MIN-COUNT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "BANKAML: INVALID MINCOUNT= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "CASHTYPES"
                           MOVE KW-VALUE(KW-IDX) TO WS-CASH-TYPES
                       WHEN "INSTID"
                           MOVE KW-VALUE(KW-IDX) TO WS-INSTITUTION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-AML-PARA-EXIT.
           EXIT.

       LOAD-LINKS-PARA.
           OPEN INPUT CUSTOMER-LINKS.

           READ CUSTOMER-LINKS
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LINKS
                   OR WS-LINK-COUNT NOT LESS THAN WS-MAX-LINKS
               IF LNK-CUST-ID IS NUMERIC
                   ADD 1 TO WS-LINK-COUNT
                   MOVE LNK-CUST-ID    TO LK-CUST-ID(WS-LINK-COUNT)
                   MOVE LNK-ACCOUNT-ID TO LK-ACCOUNT(WS-LINK-COUNT)
               END-IF
               READ CUSTOMER-LINKS
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-LINKS.

       LOAD-LINKS-PARA-EXIT.
           EXIT.

       LOAD-CUSTOMERS-PARA.
           OPEN INPUT CUSTOMER-MASTER.

           READ CUSTOMER-MASTER
               AT END SET END-OF-CUSTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CUSTS
                   OR WS-CUST-COUNT NOT LESS THAN WS-MAX-CUSTS
               IF CST-ID IS NUMERIC
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CST-ID   TO CN-CUST-ID(WS-CUST-COUNT)
                   MOVE CST-NAME TO CN-NAME(WS-CUST-COUNT)
               END-IF
               READ CUSTOMER-MASTER
                   AT END SET END-OF-CUSTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.

       LOAD-CUSTOMERS-PARA-EXIT.
           EXIT.

      * Iz svakog BANK-BALANCE zapisa trebaju broj racuna (1:12) i
      * valuta (184:3) - pomaci iz CBLTYPE-ovog rasporeda.
       LOAD-ACCOUNTS-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-MASTER-RECORD(1:12)
                       TO AV-ACCOUNT(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-MASTER-RECORD(184:3)
                       TO AV-CURRENCY(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

       LOAD-RATES-PARA.
           OPEN INPUT RATE-FILE.

           READ RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES
                   OR WS-RATE-COUNT NOT LESS THAN WS-MAX-RATES
               IF RTF-CODE NOT = SPACES AND RTF-RATE IS NUMERIC
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RTF-CODE TO RT-CODE(WS-RATE-COUNT)
                   MOVE RTF-RATE TO RT-RATE(WS-RATE-COUNT)
               END-IF
               READ RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.

       LOAD-RATES-PARA-EXIT.
           EXIT.

      * Ucitava master slucajeva (otvorene i one koji dosezu u
      * prozor); za svakog kupca i vrstu pamti najkasniji datum do
      * kojeg neki slucaj (otvoren ili zatvoren) vec pokriva
      * aktivnost. Najveci broj slucaja se trazi u cijelom masteru.
       LOAD-CASES-PARA.
           OPEN INPUT CASE-MASTER-IN.

           READ CASE-MASTER-IN
               AT END SET END-OF-CASES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CASES OR CASE-TABLE-OVERFLOW
               IF CASE-MASTER-IN-RECORD(1:8) IS NUMERIC
                   PERFORM LOAD-ONE-CASE-PARA
                           THRU LOAD-ONE-CASE-PARA-EXIT
               END-IF
               READ CASE-MASTER-IN
                   AT END SET END-OF-CASES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CASE-MASTER-IN.

       LOAD-CASES-PARA-EXIT.
           EXIT.

       LOAD-ONE-CASE-PARA.
           MOVE CASE-MASTER-IN-RECORD TO AML-CASE-RECORD.
           IF AC-CASE-NO > WS-NEXT-CASE-NO
               MOVE AC-CASE-NO TO WS-NEXT-CASE-NO
           END-IF.

           IF NOT AC-OPEN AND AC-THROUGH-DATE < WS-WINDOW-FROM
               GO TO LOAD-ONE-CASE-PARA-EXIT
           END-IF.

           IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               SET CASE-TABLE-OVERFLOW TO TRUE
               GO TO LOAD-ONE-CASE-PARA-EXIT
           END-IF.

           ADD 1 TO WS-CASE-COUNT.
           MOVE AC-CASE-NO TO CS-CASE-NO(WS-CASE-COUNT).
           MOVE AML-CASE-RECORD TO CS-RECORD(WS-CASE-COUNT).
           MOVE AC-CUST-ID TO WS-SEARCH-CUST.
           PERFORM FIND-WORK-PARA THRU FIND-WORK-PARA-EXIT.
           IF ENTRY-FOUND
               IF AC-LARGE-CASH
                   MOVE 1 TO WS-KIND
               ELSE
                   MOVE 2 TO WS-KIND
               END-IF
               IF AC-THROUGH-DATE > CK-THROUGH(CW-IDX, WS-KIND)
                   MOVE AC-THROUGH-DATE TO CK-THROUGH(CW-IDX, WS-KIND)
               END-IF
           END-IF.

       LOAD-ONE-CASE-PARA-EXIT.
           EXIT.

      * Zatvaranja slucajeva (CLOSE|broj slucaja|sluzbenik) - slucaj
      * mora postojati i biti otvoren.
       APPLY-CLOSES-PARA.
           OPEN INPUT CASE-CLOSE-FILE.

           READ CASE-CLOSE-FILE
               AT END SET END-OF-CLOSES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CLOSES
               IF CASE-CLOSE-RECORD NOT = SPACES
                   PERFORM CLOSE-CASE-PARA THRU CLOSE-CASE-PARA-EXIT
               END-IF
               READ CASE-CLOSE-FILE
                   AT END SET END-OF-CLOSES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CASE-CLOSE-FILE.

       APPLY-CLOSES-PARA-EXIT.
           EXIT.

       CLOSE-CASE-PARA.
           MOVE SPACES TO WS-CLS-ACTION WS-CLS-CASE WS-CLS-OFFICER
                          WS-REJECT-REASON.
           UNSTRING CASE-CLOSE-RECORD DELIMITED BY "|"
               INTO WS-CLS-ACTION WS-CLS-CASE WS-CLS-OFFICER
           END-UNSTRING.

           IF NOT CLS-IS-CLOSE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO CLOSE-CASE-REJECT
           END-IF.
           IF FUNCTION TRIM(WS-CLS-CASE) IS NOT NUMERIC
               MOVE "NON-NUMERIC CASE NUMBER" TO WS-REJECT-REASON
               GO TO CLOSE-CASE-REJECT
           END-IF.
           IF WS-CLS-OFFICER = SPACES
               MOVE "OFFICER MISSING" TO WS-REJECT-REASON
               GO TO CLOSE-CASE-REJECT
           END-IF.
           COMPUTE WS-CLS-CASE-NO =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CLS-CASE)).

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-CASE-COUNT
               IF CS-CASE-NO(CAS-IDX) = WS-CLS-CASE-NO
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * Svi otvoreni slucajevi su u tablici - postojeci broj koji u
      * njoj nije pripada starom zatvorenom slucaju.
           IF NOT ENTRY-FOUND
               IF WS-CLS-CASE-NO > 0
                       AND WS-CLS-CASE-NO NOT > WS-NEXT-CASE-NO
                   MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
               ELSE
                   MOVE "CASE NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
               GO TO CLOSE-CASE-REJECT
           END-IF.

           MOVE CS-RECORD(CAS-IDX) TO AML-CASE-RECORD.
           IF NOT AC-OPEN
               MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
               GO TO CLOSE-CASE-REJECT
           END-IF.

           SET AC-CLOSED TO TRUE.
           MOVE WS-RUN-DATE-NUM TO AC-CLOSED-DATE.
           MOVE WS-CLS-OFFICER TO AC-OFFICER.
           MOVE WS-RUN-NUMBER TO AC-RUN-NUMBER.
           MOVE AML-CASE-RECORD TO CS-RECORD(CAS-IDX).
           ADD 1 TO CLOSED-CASES.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CLOSED   CASE " AC-CASE-NO
                  " CUSTOMER " AC-CUST-ID " TYPE " AC-TYPE
                  " BY " AC-OFFICER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           GO TO CLOSE-CASE-PARA-EXIT.

       CLOSE-CASE-REJECT.
           ADD 1 TO REJECTED-CLOSES.
           DISPLAY "BANKAML: CLOSE REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" WS-CLS-CASE "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CLOSE REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " [" WS-CLS-CASE "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       CLOSE-CASE-PARA-EXIT.
           EXIT.

      * Prolaz kroz proknjizene transakcije - gotovinski tipovi s
      * pozitivnim iznosom i datumom u prozoru, preracunati u EUR,
      * pripisuju se svakom kupcu povezanom s racunom.
       SCAN-TRX-PARA.
           OPEN INPUT TRANSACTION-FILE.

           READ TRANSACTION-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               MOVE TRANSACTION-FILE-RECORD TO TRANSACTION-RECORD
               PERFORM CHECK-TRX-PARA THRU CHECK-TRX-PARA-EXIT
               READ TRANSACTION-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.

       SCAN-TRX-PARA-EXIT.
           EXIT.

       CHECK-TRX-PARA.
           IF TRANS-DATE IS NOT NUMERIC
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(TRANS-DATE-NUM) NOT = 0
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           IF TRANS-DATE-NUM < WS-WINDOW-FROM
                   OR TRANS-DATE-NUM > WS-RUN-DATE-NUM
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           ADD 1 TO WINDOW-TRX.

           IF TRANS-TYPE = SPACE OR TRANS-AMOUNT NOT > ZEROS
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           MOVE ZEROS TO WS-TALLY.
           INSPECT WS-CASH-TYPES TALLYING WS-TALLY
               FOR ALL TRANS-TYPE.
           IF WS-TALLY = 0
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           ADD 1 TO CASH-TRX.

      *     Valuta racuna i EUR protuvrijednost.
           MOVE ZEROS TO WS-RATE.
           MOVE SPACES TO WAV-CURRENCY.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AV-ACCOUNT(ACC-IDX) = TRANS-ACCOUNT-ID
                   MOVE AV-CURRENCY(ACC-IDX) TO WAV-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WAV-CURRENCY = "EUR"
               MOVE 1 TO WS-RATE
           ELSE
               PERFORM VARYING RAT-IDX FROM 1 BY 1
                       UNTIL RAT-IDX > WS-RATE-COUNT
                   IF RT-CODE(RAT-IDX) = WAV-CURRENCY
                       MOVE RT-RATE(RAT-IDX) TO WS-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RATE = ZEROS
               ADD 1 TO NO-RATE-TRX
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "WARNING - ACCOUNT " TRANS-ACCOUNT-ID
                      " CURRENCY '" WAV-CURRENCY "' HAS NO RATE,"
                      " TRANSACTION OF " TRANS-DATE " NOT COUNTED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO CHECK-TRX-PARA-EXIT
           END-IF.
           COMPUTE WS-EUR-AMOUNT ROUNDED = TRANS-AMOUNT / WS-RATE.

           MOVE 'N' TO WS-LINKED-FLAG.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT
               IF LK-ACCOUNT(LNK-IDX) = TRANS-ACCOUNT-ID
                   SET ACCOUNT-LINKED TO TRUE
                   MOVE LK-CUST-ID(LNK-IDX) TO WS-SEARCH-CUST
                   PERFORM FIND-WORK-PARA THRU FIND-WORK-PARA-EXIT
                   IF ENTRY-FOUND
                       PERFORM ADD-TRX-PARA THRU ADD-TRX-PARA-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT ACCOUNT-LINKED
               ADD 1 TO UNLINKED-TRX
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-TRX-PARA-EXIT.
           EXIT.

      * Trazi kupca WS-SEARCH-CUST u radnoj tablici (CW-IDX) i
      * dodaje ga ako ga nema; puna tablica vraca ENTRY-FOUND = 'N'.
       FIND-WORK-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CW-IDX FROM 1 BY 1
                   UNTIL CW-IDX > WS-WORK-COUNT
               IF CW-CUST-ID(CW-IDX) = WS-SEARCH-CUST
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               GO TO FIND-WORK-PARA-EXIT
           END-IF.

           IF WS-WORK-COUNT NOT LESS THAN WS-MAX-WORK
               DISPLAY "BANKAML: CUSTOMER WORK TABLE FULL - CUSTOMER "
                       WS-SEARCH-CUST " NOT EVALUATED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO FIND-WORK-PARA-EXIT
           END-IF.

           ADD 1 TO WS-WORK-COUNT.
           SET CW-IDX TO WS-WORK-COUNT.
           INITIALIZE CUSTOMER-WORK-ENTRY(CW-IDX).
           MOVE WS-SEARCH-CUST TO CW-CUST-ID(CW-IDX).
           SET ENTRY-FOUND TO TRUE.

       FIND-WORK-PARA-EXIT.
           EXIT.

      * Transakcija ulazi u gotovinu kupca (vrsta 1) i, ako je tik
      * ispod praga, u moguce strukturiranje (vrsta 2) - u svakoj
      * samo ako je novija od aktivnosti koju vec pokriva slucaj.
       ADD-TRX-PARA.
           MOVE 1 TO WS-KIND.
           IF TRANS-DATE-NUM > CK-THROUGH(CW-IDX, 1)
               PERFORM ADD-KIND-PARA THRU ADD-KIND-PARA-EXIT
           END-IF.

           MOVE 2 TO WS-KIND.
           IF TRANS-DATE-NUM > CK-THROUGH(CW-IDX, 2)
                   AND WS-EUR-AMOUNT >= WS-NEAR-FLOOR
                   AND WS-EUR-AMOUNT < WS-THRESHOLD
               PERFORM ADD-KIND-PARA THRU ADD-KIND-PARA-EXIT
           END-IF.

       ADD-TRX-PARA-EXIT.
           EXIT.

       ADD-KIND-PARA.
           ADD WS-EUR-AMOUNT TO CK-AMOUNT(CW-IDX, WS-KIND).
           ADD 1 TO CK-COUNT(CW-IDX, WS-KIND).
           IF CK-FIRST(CW-IDX, WS-KIND) = 0
                   OR TRANS-DATE-NUM < CK-FIRST(CW-IDX, WS-KIND)
               MOVE TRANS-DATE-NUM TO CK-FIRST(CW-IDX, WS-KIND)
           END-IF.
           IF TRANS-DATE-NUM > CK-LAST(CW-IDX, WS-KIND)
               MOVE TRANS-DATE-NUM TO CK-LAST(CW-IDX, WS-KIND)
           END-IF.

      *     Razliciti racuni (do 9) i dani (do 31).
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CK-ACCT-COUNT(CW-IDX, WS-KIND)
               IF CK-ACCT(CW-IDX, WS-KIND, WS-SUB) = TRANS-ACCOUNT-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND AND CK-ACCT-COUNT(CW-IDX, WS-KIND) < 9
               ADD 1 TO CK-ACCT-COUNT(CW-IDX, WS-KIND)
               MOVE CK-ACCT-COUNT(CW-IDX, WS-KIND) TO WS-SUB
               MOVE TRANS-ACCOUNT-ID TO CK-ACCT(CW-IDX, WS-KIND, WS-SUB)
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CK-DAY-COUNT(CW-IDX, WS-KIND)
               IF CK-DAY(CW-IDX, WS-KIND, WS-SUB) = TRANS-DATE-NUM
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND AND CK-DAY-COUNT(CW-IDX, WS-KIND) < 31
               ADD 1 TO CK-DAY-COUNT(CW-IDX, WS-KIND)
               MOVE CK-DAY-COUNT(CW-IDX, WS-KIND) TO WS-SUB
               MOVE TRANS-DATE-NUM TO CK-DAY(CW-IDX, WS-KIND, WS-SUB)
           END-IF.

       ADD-KIND-PARA-EXIT.
           EXIT.

      * Kriteriji slucaja za jednog kupca: gotovina na ili iznad
      * praga ("L"); najmanje WS-MIN-COUNT stavki tik ispod praga
      * preko najmanje dva racuna ili dva dana ("S").
       EVALUATE-CUSTOMER-PARA.
           IF CK-COUNT(CW-IDX, 1) > 0
                   AND CK-AMOUNT(CW-IDX, 1) >= WS-THRESHOLD
               MOVE 1 TO WS-KIND
               MOVE "L" TO WS-CASE-TYPE
               PERFORM OPEN-CASE-PARA THRU OPEN-CASE-PARA-EXIT
           END-IF.

           IF CK-COUNT(CW-IDX, 2) >= WS-MIN-COUNT
                   AND (CK-ACCT-COUNT(CW-IDX, 2) > 1
                        OR CK-DAY-COUNT(CW-IDX, 2) > 1)
               MOVE 2 TO WS-KIND
               MOVE "S" TO WS-CASE-TYPE
               PERFORM OPEN-CASE-PARA THRU OPEN-CASE-PARA-EXIT
           END-IF.

       EVALUATE-CUSTOMER-PARA-EXIT.
           EXIT.

      * Novi slucaj u masteru, stavka regulatorne datoteke i red
      * internog popisa.
       OPEN-CASE-PARA.
           IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               DISPLAY "BANKAML: CASE TABLE FULL - CUSTOMER "
                       CW-CUST-ID(CW-IDX) " TYPE " WS-CASE-TYPE
                       " NOT RECORDED"
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-CASE-NO.
           INITIALIZE AML-CASE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-NEXT-CASE-NO               TO AC-CASE-NO.
           MOVE CW-CUST-ID(CW-IDX)            TO AC-CUST-ID.
           MOVE WS-CASE-TYPE                  TO AC-TYPE.
           MOVE CK-FIRST(CW-IDX, WS-KIND)     TO AC-FIRST-DATE.
           MOVE CK-LAST(CW-IDX, WS-KIND)      TO AC-THROUGH-DATE.
           MOVE CK-AMOUNT(CW-IDX, WS-KIND)    TO AC-AMOUNT-EUR.
           MOVE CK-COUNT(CW-IDX, WS-KIND)     TO AC-TRX-COUNT.
           MOVE CK-ACCT-COUNT(CW-IDX, WS-KIND) TO AC-ACCOUNT-COUNT.
           MOVE CK-DAY-COUNT(CW-IDX, WS-KIND) TO AC-DAY-COUNT.
           MOVE WS-RUN-DATE-NUM               TO AC-OPENED.
           SET AC-OPEN TO TRUE.
           MOVE WS-RUN-NUMBER                 TO AC-RUN-NUMBER.

           ADD 1 TO WS-CASE-COUNT.
           MOVE AC-CASE-NO      TO CS-CASE-NO(WS-CASE-COUNT).
           MOVE AML-CASE-RECORD TO CS-RECORD(WS-CASE-COUNT).

           MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-NAME.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > WS-CUST-COUNT
               IF CN-CUST-ID(CST-IDX) = AC-CUST-ID
                   MOVE CN-NAME(CST-IDX) TO WS-CUST-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-DETAIL-RECORD.
           MOVE "D" TO REG-REC-TYPE.
           IF AC-LARGE-CASH
               MOVE "CTR" TO REG-KIND
               ADD 1 TO NEW-LARGE-CASES
           ELSE
               MOVE "STR" TO REG-KIND
               ADD 1 TO NEW-STRUCT-CASES
           END-IF.
           MOVE WS-INSTITUTION   TO REG-INSTITUTION.
           MOVE AC-CASE-NO       TO REG-CASE-NO.
           MOVE AC-CUST-ID       TO REG-CUST-ID.
           MOVE WS-CUST-NAME     TO REG-CUST-NAME.
           MOVE AC-FIRST-DATE    TO REG-PERIOD-FROM.
           MOVE AC-THROUGH-DATE  TO REG-PERIOD-TO.
           MOVE AC-AMOUNT-EUR    TO REG-AMOUNT.
           MOVE AC-TRX-COUNT     TO REG-TRX-COUNT.
           MOVE AC-ACCOUNT-COUNT TO REG-ACCOUNT-COUNT.
           MOVE AC-DAY-COUNT     TO REG-DAY-COUNT.
           MOVE "EUR"            TO REG-CURRENCY.
           WRITE REG-DETAIL-RECORD.
           ADD 1 TO REG-RECORDS.
           ADD AC-AMOUNT-EUR TO REG-TOTAL.

           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE AC-AMOUNT-EUR TO WS-AMOUNT-EDIT.
           MOVE AC-TRX-COUNT TO WS-COUNT-EDIT.
           STRING "NEW " REG-KIND " CASE " AC-CASE-NO
                  " CUSTOMER " AC-CUST-ID
                  " " WS-CUST-NAME(1:25)
                  " EUR " WS-AMOUNT-EDIT
                  " TRX " WS-COUNT-EDIT
                  " ACCTS " AC-ACCOUNT-COUNT
                  " DAYS " AC-DAY-COUNT
                  " " AC-FIRST-DATE "-" AC-THROUGH-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       OPEN-CASE-PARA-EXIT.
           EXIT.

      * Svi otvoreni slucajevi koji cekaju sluzbenika.
       LIST-OPEN-CASES-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE "OPEN CASES AWAITING COMPLIANCE REVIEW"
               TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE CS-RECORD(CAS-IDX) TO AML-CASE-RECORD
               IF AC-OPEN
                   ADD 1 TO OPEN-CASES
                   MOVE SPACES TO TEMP-REPORT-LINE
                   MOVE AC-AMOUNT-EUR TO WS-AMOUNT-EDIT
                   STRING "  CASE " AC-CASE-NO
                          " TYPE " AC-TYPE
                          " CUSTOMER " AC-CUST-ID
                          " EUR " WS-AMOUNT-EDIT
                          " ACTIVITY " AC-FIRST-DATE "-"
                          AC-THROUGH-DATE
                          " OPENED " AC-OPENED
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                           THRU WRITE-REPORT-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

       LIST-OPEN-CASES-PARA-EXIT.
           EXIT.

      * Novi master slucajeva: AMLCSFL se ponovno cita istim redom -
      * slucaj iz tablice se pise u novom stanju, stari zatvoreni
      * slucaj izvan tablice nepromijenjen; novi slucajevi ovog runa
      * su na kraju.
       WRITE-CASES-PARA.
           OPEN OUTPUT CASE-MASTER-OUT.
           MOVE ZEROS TO WS-CASE-OUT.
           MOVE 'N' TO WS-CASE-EOF.

           OPEN INPUT CASE-MASTER-IN.

           READ CASE-MASTER-IN
               AT END SET END-OF-CASES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CASES
               IF CASE-MASTER-IN-RECORD(1:8) IS NUMERIC
                   MOVE CASE-MASTER-IN-RECORD TO AML-CASE-RECORD
                   IF AC-OPEN OR AC-THROUGH-DATE NOT < WS-WINDOW-FROM
                       ADD 1 TO WS-CASE-OUT
                       MOVE CS-RECORD(WS-CASE-OUT)
                           TO CASE-MASTER-OUT-RECORD
                   ELSE
                       MOVE CASE-MASTER-IN-RECORD
                           TO CASE-MASTER-OUT-RECORD
                   END-IF
                   WRITE CASE-MASTER-OUT-RECORD
               END-IF
               READ CASE-MASTER-IN
                   AT END SET END-OF-CASES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CASE-MASTER-IN.

           PERFORM UNTIL WS-CASE-OUT NOT LESS THAN WS-CASE-COUNT
               ADD 1 TO WS-CASE-OUT
               MOVE CS-RECORD(WS-CASE-OUT) TO CASE-MASTER-OUT-RECORD
               WRITE CASE-MASTER-OUT-RECORD
           END-PERFORM.

           CLOSE CASE-MASTER-OUT.

       WRITE-CASES-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSACTIONS READ: " TOTAL-TRX
                  "  IN WINDOW: " WINDOW-TRX
                  "  CASH: " CASH-TRX
                  "  UNLINKED: " UNLINKED-TRX
                  "  NO RATE: " NO-RATE-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NEW LARGE CASH CASES: " NEW-LARGE-CASES
                  "  NEW STRUCTURING CASES: " NEW-STRUCT-CASES
                  "  CLOSED: " CLOSED-CASES
                  "  CLOSES REJECTED: " REJECTED-CLOSES
                  "  STILL OPEN: " OPEN-CASES
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
           MOVE "BANKAML"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
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
