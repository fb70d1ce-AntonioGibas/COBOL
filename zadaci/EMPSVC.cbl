      ******************************************************************
      *    EMPSVC - Servisni nalozi i pouzdanost racunalne imovine     *
      *             (PARM WARRANTYYEARS=n, default 3, kao CBLEMPS;     *
      *             MAXREPAIRS=n, default 2; RUNDATE=YYYYMMDD, default *
      *             danasnji). Klasicno azuriranje mastera naloga:     *
      *             stari SVCFL, novi SVCOUT (zadaci/copylib/SVCREC),  *
      *             akcije iz SVCTRX: OPEN otvara nalog za imovinu iz  *
      *             CMPFL koja nema drugi otvoreni nalog i biljezi je  *
      *             li kvar u jamstvu po datumu kupnje, UPDATE mijenja *
      *             kategoriju kvara, servisera, trosak ili napomenu   *
      *             otvorenog naloga, CLOSE ga zatvara s konacnim      *
      *             troskom. Izvjestaj SVCRPT uz akcije daje popravke  *
      *             po klasi imovine (prvo slovo COMPUTER-ID-a) sa     *
      *             srednjim vremenom izmedju kvarova (dani u upotrebi *
      *             / broj popravaka), popravke po razredu starosti    *
      *             imovine i popis imovine s vise od MAXREPAIRS       *
      *             popravaka u zadnjih 365 dana - isto pravilo        *
      *             EMPBUDG primjenjuje u planu zamjene. Nalozi        *
      *             zatvoreni prije vise od 365 dana ne prenose se u   *
      *             SVCOUT nego se dopisuju u arhivu SVCARC, koja se   *
      *             za pouzdanost cita zajedno s masterom; puna        *
      *             tablica naloga (2000) zaustavlja run s RC 8 prije  *
      *             ijednog izlaza.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSVC.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPUTER-FILE ASSIGN TO CMPFL
              ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SERVICE-MASTER-IN ASSIGN TO SVCFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SERVICE-MASTER-OUT ASSIGN TO SVCOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Arhiva naloga zatvorenih prije vise od 365 dana (OPEN
      * EXTEND, kao AUDARC u PERCLOSE); cita se i za pouzdanost.
           SELECT OPTIONAL SERVICE-ARCHIVE ASSIGN TO SVCARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SERVICE-TRX-FILE ASSIGN TO SVCTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SERVICE-REPORT ASSIGN TO SVCRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD.
           05 CMP-COMPUTER-ID   PIC X(5).
           05 CMP-OWNER-NAME    PIC X(30).
           05 CMP-OWNER-EMAIL   PIC X(50).
           05 CMP-PURCHASE-DATE PIC X(10).
           05 CMP-TRANSFER-DATE PIC X(10).

       FD SERVICE-MASTER-IN RECORDING MODE F.
       01 SERVICE-MASTER-IN-RECORD PIC X(143).

       FD SERVICE-MASTER-OUT RECORDING MODE F.
       01 SERVICE-MASTER-OUT-RECORD PIC X(143).

       FD SERVICE-ARCHIVE RECORDING MODE F.
       01 SERVICE-ARCHIVE-RECORD PIC X(143).

      * Akcije: OPEN nosi oznaku racunala, kategoriju kvara,
      * servisera, procijenjeni trosak, operatera i opis; UPDATE i
      * CLOSE broj naloga i polja koja se mijenjaju (prazno = bez
      * promjene). Datum dogadjaja, ako je prazan, je datum obrade.
       FD SERVICE-TRX-FILE.
       01 SERVICE-TRX-RECORD.
           05 SX-ACTION         PIC X(10).
               88 SX-IS-OPEN        VALUE "OPEN".
               88 SX-IS-UPDATE      VALUE "UPDATE".
               88 SX-IS-CLOSE       VALUE "CLOSE".
           05 FILLER            PIC X.
           05 SX-TICKET-ID      PIC 9(8).
           05 FILLER            PIC X.
           05 SX-COMPUTER-ID    PIC X(5).
           05 FILLER            PIC X.
           05 SX-DATE           PIC 9(8).
           05 FILLER            PIC X.
           05 SX-FAULT          PIC X(10).
           05 FILLER            PIC X.
           05 SX-VENDOR         PIC X(20).
           05 FILLER            PIC X.
           05 SX-COST           PIC 9(7)V99.
           05 FILLER            PIC X.
           05 SX-USER           PIC X(8).
           05 FILLER            PIC X.
           05 SX-TEXT           PIC X(40).

       FD SERVICE-REPORT.
       01 SERVICE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY SVCREC.

       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-COMPUTER-FILE VALUE 'Y'.
       01 WS-MASTER-EOF    PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-ARC-EOF       PIC X VALUE 'N'.
           88 END-OF-ARCHIVE VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 OPENED-COUNT     PIC 9(5) VALUE ZEROS.
       01 UPDATED-COUNT    PIC 9(5) VALUE ZEROS.
       01 CLOSED-COUNT     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 FLAGGED-COUNT    PIC 9(5) VALUE ZEROS.
       01 RETIRED-REPAIRS  PIC 9(5) VALUE ZEROS.
       01 OPEN-TICKETS     PIC 9(5) VALUE ZEROS.
       01 ARCHIVED-COUNT   PIC 9(5) VALUE ZEROS.
       01 ARCHIVE-TICKETS  PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-ACTION-TEXT   PIC X(8) VALUE SPACES.

       01 WS-WARRANTY-YEARS PIC 9(2) VALUE 3.
       01 WS-MAX-REPAIRS   PIC 9(3) VALUE 2.

      * Datum obrade i pocetak prozora od 365 dana za brojanje
      * popravaka "u godini".
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-RUN-INTEGER   PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-START  PIC S9(9) COMP VALUE 0.

       01 WS-EVENT-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-EVENT-INTEGER PIC S9(9) COMP VALUE 0.
       01 WS-DAYS          PIC S9(9) COMP VALUE 0.
       01 WS-TRX-TICKET    PIC 9(8) VALUE ZEROS.

      * "YYYY-MM-DD" iz CMPFL u YYYYMMDD (kao EMPBUDG).
       01 WS-AGE-DATE-ALPHA PIC X(8) VALUE SPACES.

      * Imovina iz CMPFL - vlasnik, datum kupnje (0 = neispravan) i
      * brojaci popravaka za izvjestaj o pouzdanosti.
       01 WS-MAX-ASSETS    PIC 9(4) VALUE 1000.
       01 WS-ASSET-COUNT   PIC 9(4) VALUE 0.
       01 ASSET-TABLE.
           02 ASSET-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-ASSET-COUNT
                           INDEXED BY AST-IDX.
              03 AT-COMPUTER-ID   PIC X(5).
              03 AT-OWNER-NAME    PIC X(30).
              03 AT-PURCHASE-NUM  PIC 9(8).
              03 AT-REPAIRS       PIC 9(4).
              03 AT-RECENT        PIC 9(4).
              03 AT-FIRST-DATE    PIC 9(8).
              03 AT-LAST-DATE     PIC 9(8).
       01 WS-ASSET-IDX     PIC 9(4) VALUE ZEROS.

      * Master naloga u radnoj tablici - cijeli zapis i kljucevi za
      * trazenje; STORE-TICKET-PARA ih drzi uskladjenima. Nalog
      * zatvoren prije pocetka prozora od 365 dana se ne ucitava nego
      * seli u SVCARC - u pravilo o ponovljenim kvarovima vise ne
      * ulazi, a pouzdanost ga broji iz arhive.
       01 WS-MAX-TICKETS   PIC 9(4) VALUE 2000.
       01 WS-TICKET-COUNT  PIC 9(4) VALUE 0.
       01 TICKET-TABLE.
           02 TICKET-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-TICKET-COUNT
                            INDEXED BY TKT-IDX.
              03 TK-TICKET-ID   PIC 9(8).
              03 TK-COMPUTER-ID PIC X(5).
              03 TK-STATUS      PIC X.
              03 TK-RECORD      PIC X(143).
       01 WS-TICKET-IDX    PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-TICKET-ID PIC 9(8) VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-EXPIRED-FLAG  PIC X VALUE 'N'.
           88 TICKET-EXPIRED VALUE 'Y'.
       01 WS-TICKET-OVERFLOW PIC X VALUE 'N'.
           88 TICKET-TABLE-OVERFLOW VALUE 'Y'.

      * Pouzdanost po klasi imovine - broj komada, dani u upotrebi,
      * popravci (od toga u jamstvu) i trosak.
       01 WS-MAX-CLASSES   PIC 9(2) VALUE 40.
       01 WS-CLASS-COUNT   PIC 9(2) VALUE 0.
       01 CLASS-TABLE.
           02 CLASS-ENTRY OCCURS 1 TO 40 TIMES
                           DEPENDING ON WS-CLASS-COUNT
                           INDEXED BY CLS-IDX.
              03 CL-CLASS     PIC X.
              03 CL-ASSETS    PIC 9(5).
              03 CL-DAYS      PIC 9(9).
              03 CL-REPAIRS   PIC 9(5).
              03 CL-WARRANTY  PIC 9(5).
              03 CL-COST      PIC 9(9)V99.
       01 WS-CLASS         PIC X VALUE SPACE.

      * Popravci po starosti imovine na dan kvara - pune godine od
      * kupnje, zadnji razred za nalog bez ispravnog datuma kupnje.
       01 AGE-BAND-TABLE.
           02 AGE-BAND OCCURS 6 TIMES INDEXED BY BND-IDX.
              03 AB-LABEL     PIC X(12).
              03 AB-REPAIRS   PIC 9(5).
              03 AB-WARRANTY  PIC 9(5).
              03 AB-COST      PIC 9(9)V99.
       01 WS-BAND          PIC 9(2) VALUE ZEROS.

       01 WS-MTBF          PIC 9(7) VALUE ZEROS.
       01 WS-TOT-REPAIRS   PIC 9(5) VALUE ZEROS.
       01 WS-TOT-WARRANTY  PIC 9(5) VALUE ZEROS.
       01 WS-TOT-COST      PIC 9(9)V99 VALUE ZEROS.
       01 WS-WARRANTY-COST PIC 9(9)V99 VALUE ZEROS.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZ9.
       01 WS-COUNT-EDIT-2  PIC ZZZZ9.
       01 WS-COUNT-EDIT-3  PIC ZZZZ9.
       01 WS-MTBF-EDIT     PIC Z,ZZZ,ZZ9.
       01 WS-MTBF-TEXT     PIC X(11) VALUE SPACES.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijene akcije,
      * 8=greska u PARM-u ili puna tablica naloga, 12=greska
      * datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-SVC-PARA
                       THRU APPLY-PARM-SVC-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-WINDOW-START = WS-RUN-INTEGER - 365.

      * Nepotpuno ucitan master bi novi SVCOUT skratio - run staje
      * prije ijednog izlaza.
           PERFORM LOAD-ASSETS-PARA THRU LOAD-ASSETS-PARA-EXIT.
           PERFORM LOAD-TICKETS-PARA THRU LOAD-TICKETS-PARA-EXIT.
           IF TICKET-TABLE-OVERFLOW
               DISPLAY "EMPSVC: TICKET TABLE FULL (" WS-MAX-TICKETS
                       ") - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT SERVICE-REPORT.

           MOVE "IT ASSET SERVICE TICKETS AND RELIABILITY"
               TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  WARRANTY THRESHOLD (YEARS): " WS-WARRANTY-YEARS
                  "  MAX REPAIRS PER YEAR: " WS-MAX-REPAIRS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACTION   TICKET   ASSET FAULT      VENDOR      "
                  "                 COST W DATE     BY       NOTE"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           OPEN INPUT SERVICE-TRX-FILE.
           READ SERVICE-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-TRX
               PERFORM APPLY-ONE-TRX-PARA THRU APPLY-ONE-TRX-PARA-EXIT
               READ SERVICE-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SERVICE-TRX-FILE.

           PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-PARA-EXIT.
           PERFORM TALLY-RELIABILITY-PARA
                   THRU TALLY-RELIABILITY-PARA-EXIT.
           PERFORM WRITE-CLASS-PARA THRU WRITE-CLASS-PARA-EXIT.
           PERFORM WRITE-AGE-BAND-PARA THRU WRITE-AGE-BAND-PARA-EXIT.
           PERFORM WRITE-REPEAT-PARA THRU WRITE-REPEAT-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           CLOSE SERVICE-REPORT.

           DISPLAY "EMPSVC: " OPENED-COUNT " OPENED, "
                   CLOSED-COUNT " CLOSED, "
                   REJECTED-TRX " REJECTED, "
                   FLAGGED-COUNT " REPEAT-FAILURE ASSETS".

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "MAXREPAIRS=3", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * WARRANTYYEARS= i MAXREPAIRS= (broj), RUNDATE= (YYYYMMDD);
      * neispravna vrijednost prekida obradu s RC 8.
       APPLY-PARM-SVC-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "WARRANTYYEARS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-WARRANTY-YEARS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "EMPSVC: INVALID WARRANTYYEARS= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "MAXREPAIRS"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               COMPUTE WS-MAX-REPAIRS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "EMPSVC: INVALID MAXREPAIRS= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "RUNDATE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX)))
                                   = 0
                               COMPUTE WS-RUN-DATE-NUM =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "EMPSVC: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-SVC-PARA-EXIT.
           EXIT.

      * Imovina iz CMPFL; datum kupnje "YYYY-MM-DD" se pretvara u
      * YYYYMMDD, neispravan ostaje nula.
       LOAD-ASSETS-PARA.
           OPEN INPUT COMPUTER-FILE.

           READ COMPUTER-FILE
               AT END SET END-OF-COMPUTER-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COMPUTER-FILE
                   OR WS-ASSET-COUNT NOT LESS THAN WS-MAX-ASSETS
               ADD 1 TO WS-ASSET-COUNT
               MOVE CMP-COMPUTER-ID TO AT-COMPUTER-ID(WS-ASSET-COUNT)
               MOVE CMP-OWNER-NAME  TO AT-OWNER-NAME(WS-ASSET-COUNT)
               MOVE ZEROS TO AT-PURCHASE-NUM(WS-ASSET-COUNT)
               MOVE ZEROS TO AT-REPAIRS(WS-ASSET-COUNT)
               MOVE ZEROS TO AT-RECENT(WS-ASSET-COUNT)
               MOVE ZEROS TO AT-FIRST-DATE(WS-ASSET-COUNT)
               MOVE ZEROS TO AT-LAST-DATE(WS-ASSET-COUNT)
               IF CMP-PURCHASE-DATE(5:1) = '-'
                       AND CMP-PURCHASE-DATE(8:1) = '-'
                   MOVE SPACES TO WS-AGE-DATE-ALPHA
                   STRING CMP-PURCHASE-DATE(1:4)
                          CMP-PURCHASE-DATE(6:2)
                          CMP-PURCHASE-DATE(9:2)
                          DELIMITED BY SIZE INTO WS-AGE-DATE-ALPHA
                   IF WS-AGE-DATE-ALPHA IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(WS-AGE-DATE-ALPHA)) = 0
                           MOVE WS-AGE-DATE-ALPHA
                               TO AT-PURCHASE-NUM(WS-ASSET-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ COMPUTER-FILE
                   AT END SET END-OF-COMPUTER-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

       LOAD-ASSETS-PARA-EXIT.
           EXIT.

       LOAD-TICKETS-PARA.
           OPEN INPUT SERVICE-MASTER-IN.

           READ SERVICE-MASTER-IN INTO SERVICE-TICKET-RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER OR TICKET-TABLE-OVERFLOW
               IF SV-TICKET-ID IS NUMERIC AND SV-TICKET-ID > 0
                   IF SV-TICKET-ID > WS-NEXT-TICKET-ID
                       MOVE SV-TICKET-ID TO WS-NEXT-TICKET-ID
                   END-IF
                   PERFORM CHECK-EXPIRED-PARA
                           THRU CHECK-EXPIRED-PARA-EXIT
                   IF NOT TICKET-EXPIRED
                       IF WS-TICKET-COUNT NOT LESS THAN WS-MAX-TICKETS
                           SET TICKET-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-TICKET-COUNT
                           MOVE WS-TICKET-COUNT TO WS-TICKET-IDX
                           PERFORM STORE-TICKET-PARA
                                   THRU STORE-TICKET-PARA-EXIT
                       END-IF
                   END-IF
               END-IF
               READ SERVICE-MASTER-IN INTO SERVICE-TICKET-RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERVICE-MASTER-IN.

       LOAD-TICKETS-PARA-EXIT.
           EXIT.

      * Nalog u SERVICE-TICKET-RECORD zatvoren je prije pocetka
      * prozora od 365 dana.
       CHECK-EXPIRED-PARA.
           MOVE 'N' TO WS-EXPIRED-FLAG.
           IF SV-CLOSED AND SV-CLOSED-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(SV-CLOSED-DATE) = 0
                   IF FUNCTION INTEGER-OF-DATE(SV-CLOSED-DATE)
                           NOT > WS-WINDOW-START
                       SET TICKET-EXPIRED TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-EXPIRED-PARA-EXIT.
           EXIT.

      * SERVICE-TICKET-RECORD u TICKET-TABLE na mjesto WS-TICKET-IDX.
       STORE-TICKET-PARA.
           MOVE SERVICE-TICKET-RECORD TO TK-RECORD(WS-TICKET-IDX).
           MOVE SV-TICKET-ID TO TK-TICKET-ID(WS-TICKET-IDX).
           MOVE SV-COMPUTER-ID TO TK-COMPUTER-ID(WS-TICKET-IDX).
           MOVE SV-STATUS TO TK-STATUS(WS-TICKET-IDX).

       STORE-TICKET-PARA-EXIT.
           EXIT.

      * Trazi WS-TRX-TICKET; nadjeni nalog je u SERVICE-TICKET-RECORD,
      * a mjesto u WS-TICKET-IDX.
       FIND-TICKET-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-TICKET-IDX.

           IF WS-TRX-TICKET > 0
               PERFORM VARYING TKT-IDX FROM 1 BY 1
                       UNTIL TKT-IDX > WS-TICKET-COUNT
                   IF TK-TICKET-ID(TKT-IDX) = WS-TRX-TICKET
                       SET ENTRY-FOUND TO TRUE
                       SET WS-TICKET-IDX TO TKT-IDX
                       MOVE TK-RECORD(TKT-IDX) TO SERVICE-TICKET-RECORD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-TICKET-PARA-EXIT.
           EXIT.

      * Trazi SV-COMPUTER-ID u tablici imovine; mjesto u
      * WS-ASSET-IDX, 0 ako imovine nema u CMPFL.
       FIND-ASSET-PARA.
           MOVE 0 TO WS-ASSET-IDX.
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               IF AT-COMPUTER-ID(AST-IDX) = SV-COMPUTER-ID
                   SET WS-ASSET-IDX TO AST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ASSET-PARA-EXIT.
           EXIT.

      * Datum dogadjaja (prazan = datum obrade) mora biti ispravan i
      * ne smije biti poslije datuma obrade.
       APPLY-ONE-TRX-PARA.
           ADD 1 TO TOTAL-TRX.

           IF SX-TICKET-ID IS NUMERIC
               MOVE SX-TICKET-ID TO WS-TRX-TICKET
           ELSE
               MOVE ZEROS TO WS-TRX-TICKET
           END-IF.

           IF SX-DATE IS NUMERIC AND SX-DATE > 0
               MOVE SX-DATE TO WS-EVENT-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-EVENT-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
                   OR WS-EVENT-DATE > WS-RUN-DATE-NUM
               MOVE "INVALID EVENT DATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.
           COMPUTE WS-EVENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE).

           IF SX-USER = SPACES
               MOVE "OPERATOR MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           PERFORM FIND-TICKET-PARA THRU FIND-TICKET-PARA-EXIT.

           EVALUATE TRUE
               WHEN SX-IS-OPEN
                   PERFORM OPEN-TICKET-PARA THRU OPEN-TICKET-PARA-EXIT
               WHEN SX-IS-UPDATE
                   PERFORM UPDATE-TICKET-PARA
                           THRU UPDATE-TICKET-PARA-EXIT
               WHEN SX-IS-CLOSE
                   PERFORM CLOSE-TICKET-PARA
                           THRU CLOSE-TICKET-PARA-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
           END-EVALUATE.

       APPLY-ONE-TRX-PARA-EXIT.
           EXIT.

      * OPEN - imovina iz CMPFL bez drugog otvorenog naloga. Jamstvo
      * se racuna kao u CBLEMPS-u: dani od kupnje do kvara manji od
      * WARRANTYYEARS * 365.
       OPEN-TICKET-PARA.
           IF SX-FAULT = SPACES
               MOVE "FAULT CATEGORY MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-TICKET-PARA-EXIT
           END-IF.

           MOVE SX-COMPUTER-ID TO SV-COMPUTER-ID.
           PERFORM FIND-ASSET-PARA THRU FIND-ASSET-PARA-EXIT.
           IF WS-ASSET-IDX = 0
               MOVE "ASSET NOT IN CMPFL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-TICKET-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF TK-COMPUTER-ID(TKT-IDX) = SX-COMPUTER-ID
                       AND TK-STATUS(TKT-IDX) = "O"
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               MOVE "ASSET ALREADY HAS OPEN TICKET" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-TICKET-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-DAYS.
           IF AT-PURCHASE-NUM(WS-ASSET-IDX) > 0
               COMPUTE WS-DAYS = WS-EVENT-INTEGER
                   - FUNCTION INTEGER-OF-DATE(
                         AT-PURCHASE-NUM(WS-ASSET-IDX))
               IF WS-DAYS < 0
                   MOVE "EVENT DATE BEFORE PURCHASE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO OPEN-TICKET-PARA-EXIT
               END-IF
           END-IF.

           IF WS-TICKET-COUNT NOT LESS THAN WS-MAX-TICKETS
               MOVE "TICKET TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               DISPLAY "EMPSVC: TICKET TABLE FULL (" WS-MAX-TICKETS
                       ") - OPEN NOT APPLIED"
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-TICKET-PARA-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-TICKET-ID.
           MOVE SPACES TO SERVICE-TICKET-RECORD.
           MOVE WS-NEXT-TICKET-ID TO SV-TICKET-ID.
           MOVE SX-COMPUTER-ID TO SV-COMPUTER-ID.
           SET SV-OPEN TO TRUE.
           MOVE SX-FAULT TO SV-FAULT.
           MOVE SX-VENDOR TO SV-VENDOR.
           IF SX-COST IS NUMERIC
               MOVE SX-COST TO SV-COST
           ELSE
               MOVE ZEROS TO SV-COST
           END-IF.
           IF AT-PURCHASE-NUM(WS-ASSET-IDX) = 0
               MOVE "U" TO SV-WARRANTY
           ELSE
               IF WS-DAYS < WS-WARRANTY-YEARS * 365
                   MOVE "Y" TO SV-WARRANTY
               ELSE
                   MOVE "N" TO SV-WARRANTY
               END-IF
           END-IF.
           IF WS-DAYS > 99999
               MOVE 99999 TO SV-AGE-DAYS
           ELSE
               MOVE WS-DAYS TO SV-AGE-DAYS
           END-IF.
           MOVE WS-EVENT-DATE TO SV-OPENED-DATE.
           MOVE SX-USER TO SV-OPENED-BY.
           MOVE ZEROS TO SV-CLOSED-DATE.
           MOVE SX-TEXT TO SV-NOTE.

           ADD 1 TO WS-TICKET-COUNT.
           MOVE WS-TICKET-COUNT TO WS-TICKET-IDX.
           PERFORM STORE-TICKET-PARA THRU STORE-TICKET-PARA-EXIT.

           ADD 1 TO OPENED-COUNT.
           MOVE "OPENED" TO WS-ACTION-TEXT.
           PERFORM WRITE-ACTION-LINE-PARA
                   THRU WRITE-ACTION-LINE-PARA-EXIT.

       OPEN-TICKET-PARA-EXIT.
           EXIT.

      * UPDATE - otvoreni nalog; popunjena polja zamjenjuju
      * kategoriju kvara, servisera, trosak i napomenu.
       UPDATE-TICKET-PARA.
           IF NOT ENTRY-FOUND
               MOVE "UPDATE FOR UNKNOWN TICKET" TO WS-REJECT-REASON
               PERFORM CHECK-ARCHIVED-PARA
                       THRU CHECK-ARCHIVED-PARA-EXIT
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO UPDATE-TICKET-PARA-EXIT
           END-IF.
           IF NOT SV-OPEN
               MOVE "TICKET ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO UPDATE-TICKET-PARA-EXIT
           END-IF.

           PERFORM APPLY-CHANGES-PARA THRU APPLY-CHANGES-PARA-EXIT.
           PERFORM STORE-TICKET-PARA THRU STORE-TICKET-PARA-EXIT.

           ADD 1 TO UPDATED-COUNT.
           MOVE "UPDATED" TO WS-ACTION-TEXT.
           PERFORM WRITE-ACTION-LINE-PARA
                   THRU WRITE-ACTION-LINE-PARA-EXIT.

       UPDATE-TICKET-PARA-EXIT.
           EXIT.

      * CLOSE - otvoreni nalog, datum zatvaranja ne prije otvaranja;
      * popunjena polja se primjenjuju kao kod UPDATE (konacni
      * trosak servisera).
       CLOSE-TICKET-PARA.
           IF NOT ENTRY-FOUND
               MOVE "CLOSE FOR UNKNOWN TICKET" TO WS-REJECT-REASON
               PERFORM CHECK-ARCHIVED-PARA
                       THRU CHECK-ARCHIVED-PARA-EXIT
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO CLOSE-TICKET-PARA-EXIT
           END-IF.
           IF NOT SV-OPEN
               MOVE "TICKET ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO CLOSE-TICKET-PARA-EXIT
           END-IF.
           IF WS-EVENT-DATE < SV-OPENED-DATE
               MOVE "CLOSE DATE BEFORE OPEN DATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO CLOSE-TICKET-PARA-EXIT
           END-IF.

           PERFORM APPLY-CHANGES-PARA THRU APPLY-CHANGES-PARA-EXIT.
           SET SV-CLOSED TO TRUE.
           MOVE WS-EVENT-DATE TO SV-CLOSED-DATE.
           MOVE SX-USER TO SV-CLOSED-BY.
           PERFORM STORE-TICKET-PARA THRU STORE-TICKET-PARA-EXIT.

           ADD 1 TO CLOSED-COUNT.
           MOVE "CLOSED" TO WS-ACTION-TEXT.
           PERFORM WRITE-ACTION-LINE-PARA
                   THRU WRITE-ACTION-LINE-PARA-EXIT.

       CLOSE-TICKET-PARA-EXIT.
           EXIT.

      * Broj naloga kojeg nema u tablici, a nije veci od najveceg
      * dodijeljenog, je arhiviran zatvoreni nalog.
       CHECK-ARCHIVED-PARA.
           IF WS-TRX-TICKET > 0
                   AND WS-TRX-TICKET NOT > WS-NEXT-TICKET-ID
               MOVE "TICKET ALREADY CLOSED" TO WS-REJECT-REASON
           END-IF.

       CHECK-ARCHIVED-PARA-EXIT.
           EXIT.

       APPLY-CHANGES-PARA.
           IF SX-FAULT NOT = SPACES
               MOVE SX-FAULT TO SV-FAULT
           END-IF.
           IF SX-VENDOR NOT = SPACES
               MOVE SX-VENDOR TO SV-VENDOR
           END-IF.
           IF SX-COST IS NUMERIC AND SX-COST > 0
               MOVE SX-COST TO SV-COST
           END-IF.
           IF SX-TEXT NOT = SPACES
               MOVE SX-TEXT TO SV-NOTE
           END-IF.

       APPLY-CHANGES-PARA-EXIT.
           EXIT.

       WRITE-ACTION-LINE-PARA.
           MOVE SV-COST TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING WS-ACTION-TEXT " " SV-TICKET-ID " " SV-COMPUTER-ID
                  " " SV-FAULT " " SV-VENDOR " " WS-AMOUNT-EDIT
                  " " SV-WARRANTY " " WS-EVENT-DATE " " SX-USER
                  " " SV-NOTE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-ACTION-LINE-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "EMPSVC: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" FUNCTION TRIM(SX-ACTION) " " SX-TICKET-ID
                   " " SX-COMPUTER-ID "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - " FUNCTION TRIM(WS-REJECT-REASON)
                  " [" FUNCTION TRIM(SX-ACTION) " " SX-TICKET-ID
                  " " SX-COMPUTER-ID " " SX-USER "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO WS-REJECT-REASON.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Cijeli novi master naloga u SVCOUT; nalozi starog SVCFL-a
      * zatvoreni prije prozora se tek sada (kad novi master sigurno
      * nastaje) dopisuju u arhivu.
       WRITE-MASTER-PARA.
           OPEN OUTPUT SERVICE-MASTER-OUT.

           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               MOVE TK-RECORD(TKT-IDX) TO SERVICE-MASTER-OUT-RECORD
               WRITE SERVICE-MASTER-OUT-RECORD
           END-PERFORM.

           CLOSE SERVICE-MASTER-OUT.

           OPEN EXTEND SERVICE-ARCHIVE.
           OPEN INPUT SERVICE-MASTER-IN.
           MOVE 'N' TO WS-MASTER-EOF.

           READ SERVICE-MASTER-IN INTO SERVICE-TICKET-RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER
               IF SV-TICKET-ID IS NUMERIC AND SV-TICKET-ID > 0
                   PERFORM CHECK-EXPIRED-PARA
                           THRU CHECK-EXPIRED-PARA-EXIT
                   IF TICKET-EXPIRED
                       MOVE SERVICE-MASTER-IN-RECORD
                           TO SERVICE-ARCHIVE-RECORD
                       WRITE SERVICE-ARCHIVE-RECORD
                       ADD 1 TO ARCHIVED-COUNT
                   END-IF
               END-IF
               READ SERVICE-MASTER-IN INTO SERVICE-TICKET-RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERVICE-MASTER-IN.
           CLOSE SERVICE-ARCHIVE.

       WRITE-MASTER-PARA-EXIT.
           EXIT.

      * Brojaci pouzdanosti: dani u upotrebi po klasi za imovinu iz
      * CMPFL, zatim svaki nalog (otvoren ili zatvoren, iz mastera i
      * iz arhive SVCARC) kao jedan kvar - po klasi i po imovini ako
      * je imovina jos u CMPFL (inace kao popravak otpisane imovine),
      * te po razredu starosti.
       TALLY-RELIABILITY-PARA.
           MOVE "0-1 YEARS"   TO AB-LABEL(1).
           MOVE "1-2 YEARS"   TO AB-LABEL(2).
           MOVE "2-3 YEARS"   TO AB-LABEL(3).
           MOVE "3-4 YEARS"   TO AB-LABEL(4).
           MOVE "4+ YEARS"    TO AB-LABEL(5).
           MOVE "AGE UNKNOWN" TO AB-LABEL(6).
           PERFORM VARYING BND-IDX FROM 1 BY 1 UNTIL BND-IDX > 6
               MOVE ZEROS TO AB-REPAIRS(BND-IDX)
               MOVE ZEROS TO AB-WARRANTY(BND-IDX)
               MOVE ZEROS TO AB-COST(BND-IDX)
           END-PERFORM.

           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               MOVE AT-COMPUTER-ID(AST-IDX)(1:1) TO WS-CLASS
               PERFORM FIND-CLASS-PARA THRU FIND-CLASS-PARA-EXIT
               IF CLS-IDX <= WS-CLASS-COUNT
                   ADD 1 TO CL-ASSETS(CLS-IDX)
                   IF AT-PURCHASE-NUM(AST-IDX) > 0
                       COMPUTE WS-DAYS = WS-RUN-INTEGER
                           - FUNCTION INTEGER-OF-DATE(
                                 AT-PURCHASE-NUM(AST-IDX))
                       IF WS-DAYS > 0
                           ADD WS-DAYS TO CL-DAYS(CLS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               MOVE TK-RECORD(TKT-IDX) TO SERVICE-TICKET-RECORD
               PERFORM TALLY-TICKET-PARA THRU TALLY-TICKET-PARA-EXIT
           END-PERFORM.

           OPEN INPUT SERVICE-ARCHIVE.
           READ SERVICE-ARCHIVE INTO SERVICE-TICKET-RECORD
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ARCHIVE
               IF SV-TICKET-ID IS NUMERIC AND SV-TICKET-ID > 0
                   ADD 1 TO ARCHIVE-TICKETS
                   PERFORM TALLY-TICKET-PARA
                           THRU TALLY-TICKET-PARA-EXIT
               END-IF
               READ SERVICE-ARCHIVE INTO SERVICE-TICKET-RECORD
                   AT END SET END-OF-ARCHIVE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SERVICE-ARCHIVE.

       TALLY-RELIABILITY-PARA-EXIT.
           EXIT.

      * Nalog u SERVICE-TICKET-RECORD.
       TALLY-TICKET-PARA.
           ADD 1 TO WS-TOT-REPAIRS.
           ADD SV-COST TO WS-TOT-COST.
           IF SV-UNDER-WARRANTY
               ADD 1 TO WS-TOT-WARRANTY
               ADD SV-COST TO WS-WARRANTY-COST
           END-IF.
           IF SV-OPEN
               ADD 1 TO OPEN-TICKETS
           END-IF.

           IF SV-WARRANTY = "Y" OR SV-WARRANTY = "N"
               COMPUTE WS-BAND = (SV-AGE-DAYS / 365) + 1
               IF WS-BAND > 5
                   MOVE 5 TO WS-BAND
               END-IF
           ELSE
               MOVE 6 TO WS-BAND
           END-IF.
           SET BND-IDX TO WS-BAND.
           ADD 1 TO AB-REPAIRS(BND-IDX).
           ADD SV-COST TO AB-COST(BND-IDX).
           IF SV-UNDER-WARRANTY
               ADD 1 TO AB-WARRANTY(BND-IDX)
           END-IF.

           PERFORM FIND-ASSET-PARA THRU FIND-ASSET-PARA-EXIT.
           IF WS-ASSET-IDX = 0
               ADD 1 TO RETIRED-REPAIRS
               GO TO TALLY-TICKET-PARA-EXIT
           END-IF.

           ADD 1 TO AT-REPAIRS(WS-ASSET-IDX).
           IF FUNCTION TEST-DATE-YYYYMMDD(SV-OPENED-DATE) = 0
               IF FUNCTION INTEGER-OF-DATE(SV-OPENED-DATE)
                       > WS-WINDOW-START
                   ADD 1 TO AT-RECENT(WS-ASSET-IDX)
               END-IF
               IF AT-FIRST-DATE(WS-ASSET-IDX) = 0
                       OR SV-OPENED-DATE < AT-FIRST-DATE(WS-ASSET-IDX)
                   MOVE SV-OPENED-DATE TO AT-FIRST-DATE(WS-ASSET-IDX)
               END-IF
               IF SV-OPENED-DATE > AT-LAST-DATE(WS-ASSET-IDX)
                   MOVE SV-OPENED-DATE TO AT-LAST-DATE(WS-ASSET-IDX)
               END-IF
           END-IF.

           MOVE SV-COMPUTER-ID(1:1) TO WS-CLASS.
           PERFORM FIND-CLASS-PARA THRU FIND-CLASS-PARA-EXIT.
           IF CLS-IDX <= WS-CLASS-COUNT
               ADD 1 TO CL-REPAIRS(CLS-IDX)
               ADD SV-COST TO CL-COST(CLS-IDX)
               IF SV-UNDER-WARRANTY
                   ADD 1 TO CL-WARRANTY(CLS-IDX)
               END-IF
           END-IF.

       TALLY-TICKET-PARA-EXIT.
           EXIT.

      * Trazi klasu WS-CLASS, nova klasa se dodaje; CLS-IDX iza
      * zadnjeg retka znaci da je tablica puna.
       FIND-CLASS-PARA.
           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLASS-COUNT
               IF CL-CLASS(CLS-IDX) = WS-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF CLS-IDX > WS-CLASS-COUNT
                   AND WS-CLASS-COUNT < WS-MAX-CLASSES
               ADD 1 TO WS-CLASS-COUNT
               SET CLS-IDX TO WS-CLASS-COUNT
               MOVE WS-CLASS TO CL-CLASS(CLS-IDX)
               MOVE ZEROS TO CL-ASSETS(CLS-IDX)
               MOVE ZEROS TO CL-DAYS(CLS-IDX)
               MOVE ZEROS TO CL-REPAIRS(CLS-IDX)
               MOVE ZEROS TO CL-WARRANTY(CLS-IDX)
               MOVE ZEROS TO CL-COST(CLS-IDX)
           END-IF.

       FIND-CLASS-PARA-EXIT.
           EXIT.

      * Srednje vrijeme izmedju kvarova po klasi = ukupni dani u
      * upotrebi imovine klase / broj popravaka.
       WRITE-CLASS-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE "REPAIRS BY ASSET CLASS" TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CLASS ASSETS REPAIRS WARRANTY          COST"
                  "  MTBF (DAYS)"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLASS-COUNT
               IF CL-REPAIRS(CLS-IDX) > 0
                   COMPUTE WS-MTBF =
                           CL-DAYS(CLS-IDX) / CL-REPAIRS(CLS-IDX)
                   MOVE WS-MTBF TO WS-MTBF-EDIT
                   MOVE WS-MTBF-EDIT TO WS-MTBF-TEXT
               ELSE
                   MOVE "NO FAILURES" TO WS-MTBF-TEXT
               END-IF
               MOVE CL-ASSETS(CLS-IDX) TO WS-COUNT-EDIT
               MOVE CL-REPAIRS(CLS-IDX) TO WS-COUNT-EDIT-2
               MOVE CL-WARRANTY(CLS-IDX) TO WS-COUNT-EDIT-3
               MOVE CL-COST(CLS-IDX) TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " CL-CLASS(CLS-IDX) "   " WS-COUNT-EDIT
                      "   " WS-COUNT-EDIT-2 "    " WS-COUNT-EDIT-3
                      " " WS-TOTAL-EDIT "  " WS-MTBF-TEXT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

       WRITE-CLASS-PARA-EXIT.
           EXIT.

       WRITE-AGE-BAND-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE "REPAIRS BY ASSET AGE AT FAILURE" TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "AGE BAND     REPAIRS WARRANTY          COST"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING BND-IDX FROM 1 BY 1 UNTIL BND-IDX > 6
               MOVE AB-REPAIRS(BND-IDX) TO WS-COUNT-EDIT
               MOVE AB-WARRANTY(BND-IDX) TO WS-COUNT-EDIT-2
               MOVE AB-COST(BND-IDX) TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING AB-LABEL(BND-IDX) "   " WS-COUNT-EDIT
                      "    " WS-COUNT-EDIT-2 " " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

       WRITE-AGE-BAND-PARA-EXIT.
           EXIT.

      * Imovina s vise od MAXREPAIRS naloga otvorenih u zadnjih 365
      * dana - kandidati za zamjenu; MTBF po imovini je prosjecni
      * razmak izmedju prvog i zadnjeg kvara.
       WRITE-REPEAT-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ASSETS WITH MORE THAN " WS-MAX-REPAIRS
                  " REPAIRS IN THE LAST 365 DAYS"
                  " (FLAGGED FOR REPLACEMENT PLANNING)"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ASSET OWNER                          "
                  "LAST 365  TOTAL FIRST    LAST      MTBF (DAYS)"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               IF AT-RECENT(AST-IDX) > WS-MAX-REPAIRS
                   ADD 1 TO FLAGGED-COUNT
                   PERFORM WRITE-REPEAT-LINE-PARA
                           THRU WRITE-REPEAT-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

           IF FLAGGED-COUNT = 0
               MOVE "  NONE" TO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-IF.

       WRITE-REPEAT-PARA-EXIT.
           EXIT.

       WRITE-REPEAT-LINE-PARA.
           MOVE SPACES TO WS-MTBF-TEXT.
           IF AT-REPAIRS(AST-IDX) > 1
               COMPUTE WS-MTBF =
                   (FUNCTION INTEGER-OF-DATE(AT-LAST-DATE(AST-IDX))
                  - FUNCTION INTEGER-OF-DATE(AT-FIRST-DATE(AST-IDX)))
                  / (AT-REPAIRS(AST-IDX) - 1)
               MOVE WS-MTBF TO WS-MTBF-EDIT
               MOVE WS-MTBF-EDIT TO WS-MTBF-TEXT
           END-IF.
           MOVE AT-RECENT(AST-IDX) TO WS-COUNT-EDIT.
           MOVE AT-REPAIRS(AST-IDX) TO WS-COUNT-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING AT-COMPUTER-ID(AST-IDX) " " AT-OWNER-NAME(AST-IDX)
                  "    " WS-COUNT-EDIT "  " WS-COUNT-EDIT-2
                  " " AT-FIRST-DATE(AST-IDX) " " AT-LAST-DATE(AST-IDX)
                  "  " WS-MTBF-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-REPEAT-LINE-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACTIONS: " TOTAL-TRX
                  "  OPENED: " OPENED-COUNT
                  "  UPDATED: " UPDATED-COUNT
                  "  CLOSED: " CLOSED-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TICKETS ON FILE: " WS-TICKET-COUNT
                  "  ARCHIVED: " ARCHIVED-COUNT
                  "  IN ARCHIVE: " ARCHIVE-TICKETS
                  "  STILL OPEN: " OPEN-TICKETS
                  "  ON RETIRED ASSETS: " RETIRED-REPAIRS
                  "  REPEAT-FAILURE ASSETS: " FLAGGED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-TOT-COST TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL REPAIR COST  " WS-TOTAL-EDIT
                  "  REPAIRS: " WS-TOT-REPAIRS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-WARRANTY-COST TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "UNDER WARRANTY     " WS-TOTAL-EDIT
                  "  REPAIRS: " WS-TOT-WARRANTY
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
           MOVE "EMPSVC"    TO ALOG-PROGRAM-NAME
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
