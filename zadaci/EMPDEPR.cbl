      ******************************************************************
      *    EMPDEPR - Mjesecna amortizacija racunalne imovine (PARM     *
      *              MONTH=YYYYMM, default tekuci mjesec). Registar    *
      *              dugotrajne imovine FARFL -> FAROUT                *
      *              (zadaci/copylib/FARREC) nosi nabavnu vrijednost   *
      *              po COMPUTER-ID-u; nacin i vijek trajanja su po    *
      *              klasi imovine (prvo slovo COMPUTER-ID-a, '*' je   *
      *              default) iz kontrolne datoteke DEPCLS: SL         *
      *              linearno (nabavna vrijednost kroz vijek u         *
      *              mjesecima), DB dvostruko degresivno sa prelaskom  *
      *              na linearno za ostatak vijeka. Amortizira se od   *
      *              mjeseca stavljanja u upotrebu, propusteni mjeseci *
      *              se nadoknadjuju, a zadnji mjesec vijeka svodi     *
      *              sadasnju vrijednost na nulu. Trosak tereti        *
      *              troskovno mjesto vlasnika iz DEPTMAP (kao         *
      *              EMPCHRG, inace UNMAPPED); knjizenje ide u DEPGL u *
      *              rasporedu CBLTYPE-ovog izvoda za glavnu knjigu    *
      *              (tip 'A', EUR) s troskovnim mjestom na kraju      *
      *              zapisa, izvjestaj po imovini i troskovnom mjestu  *
      *              u DEPRPT. Imovina iz CMPFL bez retka u registru   *
      *              se samo prijavljuje. Retci koje je EMPDISP        *
      *              rashodovao (status D) ne prenose se u FAROUT nego *
      *              se dopisuju u arhivu FARARC; puna tablica         *
      *              registra (1000) zaustavlja run s RC 8 prije       *
      *              ijednog izlaza.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEPR.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPUTER-FILE ASSIGN TO CMPFL
              ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FIXED-ASSET-IN ASSIGN TO FARFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FIXED-ASSET-OUT ASSIGN TO FAROUT
                  ORGANIZATION IS SEQUENTIAL.

      * Arhiva rashodanih redaka registra (OPEN EXTEND, kao AUDARC
      * u PERCLOSE).
           SELECT OPTIONAL FIXED-ASSET-ARCHIVE ASSIGN TO FARARC
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolna datoteka amortizacije - klasa (1 znak, '*' je
      * default), nacin (SL/DB) i vijek trajanja u mjesecima.
           SELECT DEPR-CLASS-FILE ASSIGN TO DEPCLS
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolna datoteka odjela - vlasnik i troskovno mjesto.
           SELECT OPTIONAL DEPT-MAP-FILE ASSIGN TO DEPTMAP
                  ORGANIZATION IS SEQUENTIAL.

      * Glavna knjiga - CBLTYPE-ov GLEXT raspored plus troskovno
      * mjesto.
           SELECT GL-EXTRACT-FILE ASSIGN TO DEPGL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEPR-REPORT ASSIGN TO DEPRPT
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

       FD FIXED-ASSET-IN RECORDING MODE F.
       01 FIXED-ASSET-IN-RECORD PIC X(118).

       FD FIXED-ASSET-OUT RECORDING MODE F.
       01 FIXED-ASSET-OUT-RECORD PIC X(118).

       FD FIXED-ASSET-ARCHIVE RECORDING MODE F.
       01 FIXED-ASSET-ARCHIVE-RECORD PIC X(118).

       FD DEPR-CLASS-FILE.
       01 DEPR-CLASS-RECORD.
           05 DCL-CLASS         PIC X.
           05 FILLER            PIC X.
           05 DCL-METHOD        PIC X(2).
           05 FILLER            PIC X.
           05 DCL-LIFE          PIC 9(3).

       FD DEPT-MAP-FILE.
       01 DEPT-MAP-RECORD.
           05 DMP-OWNER         PIC X(30).
           05 FILLER            PIC X.
           05 DMP-COST-CENTER   PIC X(8).

      * CBLTYPE-ov GL-EXTRACT-RECORD produzen troskovnim mjestom:
      * D=trosak amortizacije (tip 'A', EUR) po troskovnom mjestu,
      * duguje; C=kontra redak istog mjesta, ispravak vrijednosti
      * potrazuje; T=kontrolni zbroj runa.
       FD GL-EXTRACT-FILE RECORDING MODE F.
       01 GL-EXTRACT-RECORD.
           05 GLX-REC-TYPE             PIC X.
           05 GLX-TRANS-TYPE           PIC X.
           05 GLX-CURRENCY             PIC X(3).
           05 GLX-DEBIT-AMOUNT         PIC 9(13)V99.
           05 GLX-CREDIT-AMOUNT        PIC 9(13)V99.
           05 GLX-COUNT                PIC 9(6).
           05 FILLER                   PIC X.
           05 GLX-COST-CENTER          PIC X(8).

       FD DEPR-REPORT.
       01 DEPR-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY FARREC.

       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-COMPUTER-FILE VALUE 'Y'.
       01 WS-FAR-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-CLS-EOF       PIC X VALUE 'N'.
           88 END-OF-CLASSES VALUE 'Y'.
       01 WS-MAP-EOF       PIC X VALUE 'N'.
           88 END-OF-MAP    VALUE 'Y'.

       01 TOTAL-ASSETS     PIC 9(5) VALUE ZEROS.
       01 DEPRECIATED-COUNT PIC 9(5) VALUE ZEROS.
       01 FULLY-DEPR-COUNT PIC 9(5) VALUE ZEROS.
       01 NOT-IN-SERVICE-COUNT PIC 9(5) VALUE ZEROS.
       01 DISPOSED-COUNT   PIC 9(5) VALUE ZEROS.
       01 SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01 UNREGISTERED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-TOT-CHARGE    PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-COST      PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-ACCUM     PIC 9(9)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-SKIP-REASON   PIC X(40) VALUE SPACES.

      * Mjesec amortizacije i redni broj mjeseca (godina * 12 +
      * mjesec - 1) za racunanje razmaka u mjesecima.
       01 WS-DEPR-MONTH    PIC 9(6) VALUE ZEROS.
       01 WS-DEPR-MONTH-R REDEFINES WS-DEPR-MONTH.
           05 WS-DM-YEAR       PIC 9(4).
           05 WS-DM-MONTH      PIC 9(2).
       01 WS-RUN-SEQ       PIC 9(6) VALUE ZEROS.
       01 WS-START-SEQ     PIC 9(6) VALUE ZEROS.
       01 WS-FROM-SEQ      PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-SEQ    PIC 9(6) VALUE ZEROS.
       01 WS-WORK-PERIOD   PIC 9(6) VALUE ZEROS.
       01 WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05 WS-WP-YEAR       PIC 9(4).
           05 WS-WP-MONTH      PIC 9(2).

      * Pravila amortizacije po klasi iz DEPCLS.
       01 WS-MAX-CLASSES   PIC 9(2) VALUE 20.
       01 WS-CLASS-COUNT   PIC 9(2) VALUE 0.
       01 CLASS-TABLE.
           02 CLASS-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-CLASS-COUNT
                           INDEXED BY CLS-IDX.
              03 CL-CLASS  PIC X.
              03 CL-METHOD PIC X(2).
              03 CL-LIFE   PIC 9(3).
       01 WS-METHOD        PIC X(2) VALUE SPACES.
           88 METHOD-IS-SL  VALUE "SL".
           88 METHOD-IS-DB  VALUE "DB".
       01 WS-LIFE          PIC 9(3) VALUE ZEROS.

      * Preslikavanje vlasnik -> troskovno mjesto iz DEPTMAP.
       01 WS-MAX-MAPS      PIC 9(3) VALUE 200.
       01 WS-MAP-COUNT     PIC 9(3) VALUE 0.
       01 DEPT-MAP-TABLE.
           02 DEPT-MAP-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-MAP-COUNT
                              INDEXED BY MAP-IDX.
              03 DM-OWNER  PIC X(30).
              03 DM-CENTER PIC X(8).

      * Imovina iz CMPFL - vlasnik i datum kupnje, te oznaka ima li
      * redak u registru.
       01 WS-MAX-ASSETS    PIC 9(4) VALUE 1000.
       01 WS-ASSET-COUNT   PIC 9(4) VALUE 0.
       01 ASSET-TABLE.
           02 ASSET-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-ASSET-COUNT
                           INDEXED BY AST-IDX.
              03 AT-COMPUTER-ID   PIC X(5).
              03 AT-OWNER-NAME    PIC X(30).
              03 AT-PURCHASE-DATE PIC X(10).
              03 AT-REGISTERED    PIC X.

      * Registar u radnoj tablici. Rashodan redak (status D, upisuje
      * ga EMPDISP) se ne ucitava nego seli u FARARC.
       01 WS-MAX-REGISTER  PIC 9(4) VALUE 1000.
       01 WS-FAR-COUNT     PIC 9(4) VALUE 0.
       01 WS-FAR-OVERFLOW  PIC X VALUE 'N'.
           88 REGISTER-OVERFLOW VALUE 'Y'.
       01 REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-FAR-COUNT
                              INDEXED BY FAR-IDX.
              03 RT-RECORD     PIC X(118).

      * Amortizacija po troskovnom mjestu za izvjestaj i DEPGL.
       01 WS-MAX-CENTERS   PIC 9(3) VALUE 100.
       01 WS-CENTER-COUNT  PIC 9(3) VALUE 0.
       01 CENTER-TABLE.
           02 CENTER-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-CENTER-COUNT
                            INDEXED BY CTR-IDX.
              03 CC-CENTER  PIC X(8).
              03 CC-ASSETS  PIC 9(5).
              03 CC-CHARGE  PIC 9(11)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-ASSET-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-DEPT-CENTER   PIC X(8) VALUE SPACES.

      * Obracun jednog komada imovine.
       01 WS-ACCUM         PIC 9(7)V99 VALUE ZEROS.
       01 WS-NBV           PIC 9(7)V99 VALUE ZEROS.
       01 WS-CHARGE        PIC 9(7)V99 VALUE ZEROS.
       01 WS-MONTH-CHARGE  PIC 9(7)V99 VALUE ZEROS.
       01 WS-SL-CHARGE     PIC 9(7)V99 VALUE ZEROS.
       01 WS-LIFE-INDEX    PIC S9(6) VALUE ZEROS.
       01 WS-REMAINING     PIC S9(6) VALUE ZEROS.
       01 WS-MONTHS-CHARGED PIC 9(4) VALUE ZEROS.

      * "YYYY-MM-DD" iz CMPFL u YYYYMMDD (kao EMPCHRG).
       01 WS-DATE-VALID    PIC X VALUE 'Y'.
           88 DATE-IS-VALID VALUE 'Y'.
       01 WS-AGE-DATE-ALPHA PIC X(8) VALUE SPACES.
       01 WS-IN-SERVICE    PIC 9(8) VALUE ZEROS.
       01 WS-IN-SERVICE-R REDEFINES WS-IN-SERVICE.
           05 WS-IS-YEAR       PIC 9(4).
           05 WS-IS-MONTH      PIC 9(2).
           05 WS-IS-DAY        PIC 9(2).

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-4 PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTHS-EDIT   PIC ZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=imovina preskocena
      * ili bez retka u registru, 8=greska u PARM-u, kontrolnoj
      * datoteci ili puna tablica registra, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-DEPR-MONTH = (WS-ST-YEAR * 100) + WS-ST-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-DEPR-PARA
                       THRU APPLY-PARM-DEPR-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-RUN-SEQ = (WS-DM-YEAR * 12) + WS-DM-MONTH - 1.

           PERFORM LOAD-CLASSES-PARA THRU LOAD-CLASSES-PARA-EXIT.
           IF WS-CLASS-COUNT = 0
               DISPLAY "EMPDEPR: NO DEPRECIATION CLASSES IN DEPCLS"
                       " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-DEPT-MAP-PARA THRU LOAD-DEPT-MAP-PARA-EXIT.
           PERFORM LOAD-ASSETS-PARA THRU LOAD-ASSETS-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

      * Nepotpuno ucitan registar bi novi FAROUT skratio - run staje
      * prije ijednog izlaza.
           IF REGISTER-OVERFLOW
               DISPLAY "EMPDEPR: REGISTER TABLE FULL ("
                       WS-MAX-REGISTER ") - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT DEPR-REPORT.

           MOVE "IT ASSET DEPRECIATION" TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MONTH: " WS-DEPR-MONTH
                  "  RUN DATE: " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ASSET OWNER                          MT LIFE "
                  "        COST  MONTHS       CHARGE  ACCUMULATED"
                  "          NBV CENTER"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING FAR-IDX FROM 1 BY 1
                   UNTIL FAR-IDX > WS-FAR-COUNT
               MOVE RT-RECORD(FAR-IDX) TO FIXED-ASSET-RECORD
               PERFORM DEPRECIATE-ASSET-PARA
                       THRU DEPRECIATE-ASSET-PARA-EXIT
               MOVE FIXED-ASSET-RECORD TO RT-RECORD(FAR-IDX)
           END-PERFORM.

           PERFORM REPORT-UNREGISTERED-PARA
                   THRU REPORT-UNREGISTERED-PARA-EXIT.
           PERFORM WRITE-REGISTER-PARA THRU WRITE-REGISTER-PARA-EXIT.
           PERFORM WRITE-GL-EXTRACT-PARA
                   THRU WRITE-GL-EXTRACT-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           CLOSE DEPR-REPORT.

           DISPLAY "EMPDEPR: " DEPRECIATED-COUNT " DEPRECIATED, "
                   SKIPPED-COUNT " SKIPPED, "
                   UNREGISTERED-COUNT " NOT IN REGISTER".

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "MONTH=202610", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * MONTH= (YYYYMM, mjesec 01-12); neispravna vrijednost prekida
      * obradu s RC 8.
       APPLY-PARM-DEPR-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MONTH"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                                   * 100 + 1) = 0
                               COMPUTE WS-DEPR-MONTH =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "EMPDEPR: INVALID MONTH= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-DEPR-PARA-EXIT.
           EXIT.

      * Pravila po klasi - nacin mora biti SL ili DB, vijek veci od
      * nule; neispravan redak se prijavljuje i preskace.
       LOAD-CLASSES-PARA.
           OPEN INPUT DEPR-CLASS-FILE.

           READ DEPR-CLASS-FILE
               AT END SET END-OF-CLASSES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CLASSES
                   OR WS-CLASS-COUNT NOT LESS THAN WS-MAX-CLASSES
               IF (DCL-METHOD = "SL" OR DCL-METHOD = "DB")
                       AND DCL-LIFE IS NUMERIC AND DCL-LIFE > 0
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE DCL-CLASS  TO CL-CLASS(WS-CLASS-COUNT)
                   MOVE DCL-METHOD TO CL-METHOD(WS-CLASS-COUNT)
                   MOVE DCL-LIFE   TO CL-LIFE(WS-CLASS-COUNT)
               ELSE
                   DISPLAY "EMPDEPR: INVALID DEPCLS LINE IGNORED ["
                           DEPR-CLASS-RECORD "]"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               READ DEPR-CLASS-FILE
                   AT END SET END-OF-CLASSES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPR-CLASS-FILE.

       LOAD-CLASSES-PARA-EXIT.
           EXIT.

       LOAD-DEPT-MAP-PARA.
           OPEN INPUT DEPT-MAP-FILE.

           READ DEPT-MAP-FILE
               AT END SET END-OF-MAP TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MAP
                   OR WS-MAP-COUNT NOT LESS THAN WS-MAX-MAPS
               IF DMP-OWNER NOT = SPACES
                   ADD 1 TO WS-MAP-COUNT
                   MOVE DMP-OWNER       TO DM-OWNER(WS-MAP-COUNT)
                   MOVE DMP-COST-CENTER TO DM-CENTER(WS-MAP-COUNT)
               END-IF
               READ DEPT-MAP-FILE
                   AT END SET END-OF-MAP TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPT-MAP-FILE.

       LOAD-DEPT-MAP-PARA-EXIT.
           EXIT.

       LOAD-ASSETS-PARA.
           OPEN INPUT COMPUTER-FILE.

           READ COMPUTER-FILE
               AT END SET END-OF-COMPUTER-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COMPUTER-FILE
                   OR WS-ASSET-COUNT NOT LESS THAN WS-MAX-ASSETS
               ADD 1 TO TOTAL-ASSETS
               ADD 1 TO WS-ASSET-COUNT
               MOVE CMP-COMPUTER-ID TO AT-COMPUTER-ID(WS-ASSET-COUNT)
               MOVE CMP-OWNER-NAME  TO AT-OWNER-NAME(WS-ASSET-COUNT)
               MOVE CMP-PURCHASE-DATE
                   TO AT-PURCHASE-DATE(WS-ASSET-COUNT)
               MOVE 'N' TO AT-REGISTERED(WS-ASSET-COUNT)
               READ COMPUTER-FILE
                   AT END SET END-OF-COMPUTER-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

       LOAD-ASSETS-PARA-EXIT.
           EXIT.

      * Registar - redak koji su financije dodale samo s oznakom i
      * nabavnom vrijednoscu dobiva nule u ostalim brojcanim poljima
      * i status aktivne imovine.
       LOAD-REGISTER-PARA.
           OPEN INPUT FIXED-ASSET-IN.

           READ FIXED-ASSET-IN INTO FIXED-ASSET-RECORD
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER OR REGISTER-OVERFLOW
               IF FA-COMPUTER-ID NOT = SPACES AND NOT FA-DISPOSED
                   IF WS-FAR-COUNT < WS-MAX-REGISTER
                       PERFORM NORMALIZE-REGISTER-PARA
                               THRU NORMALIZE-REGISTER-PARA-EXIT
                       ADD 1 TO WS-FAR-COUNT
                       MOVE FIXED-ASSET-RECORD
                           TO RT-RECORD(WS-FAR-COUNT)
                   ELSE
                       SET REGISTER-OVERFLOW TO TRUE
                   END-IF
               END-IF
               READ FIXED-ASSET-IN INTO FIXED-ASSET-RECORD
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXED-ASSET-IN.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

       NORMALIZE-REGISTER-PARA.
           IF FA-IN-SERVICE IS NOT NUMERIC
               MOVE ZEROS TO FA-IN-SERVICE
           END-IF.
           IF FA-STATUS = SPACE
               MOVE "A" TO FA-STATUS
           END-IF.
           IF FA-LAST-PERIOD IS NOT NUMERIC
               MOVE ZEROS TO FA-LAST-PERIOD
           END-IF.
           IF FA-ACCUM-DEPR IS NOT NUMERIC
               MOVE ZEROS TO FA-ACCUM-DEPR
           END-IF.
           IF FA-LAST-CHARGE IS NOT NUMERIC
               MOVE ZEROS TO FA-LAST-CHARGE
           END-IF.
           IF FA-PRIOR-PERIOD IS NOT NUMERIC
               MOVE ZEROS TO FA-PRIOR-PERIOD
           END-IF.
           IF FA-PRIOR-ACCUM IS NOT NUMERIC
               MOVE ZEROS TO FA-PRIOR-ACCUM
           END-IF.
           IF FA-DISPOSAL-DATE IS NOT NUMERIC
               MOVE ZEROS TO FA-DISPOSAL-DATE
           END-IF.
           IF FA-PROCEEDS IS NOT NUMERIC
               MOVE ZEROS TO FA-PROCEEDS
           END-IF.
           IF FA-NBV-AT-DISPOSAL IS NOT NUMERIC
               MOVE ZEROS TO FA-NBV-AT-DISPOSAL
           END-IF.
           IF FA-GAIN-LOSS IS NOT NUMERIC
               MOVE ZEROS TO FA-GAIN-LOSS
           END-IF.

       NORMALIZE-REGISTER-PARA-EXIT.
           EXIT.

      * Jedan komad imovine iz registra u FIXED-ASSET-RECORD.
       DEPRECIATE-ASSET-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               IF AT-COMPUTER-ID(AST-IDX) = FA-COMPUTER-ID
                   SET ENTRY-FOUND TO TRUE
                   SET WS-ASSET-IDX TO AST-IDX
                   MOVE 'Y' TO AT-REGISTERED(AST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               MOVE "NOT IN ASSET MASTER CMPFL" TO WS-SKIP-REASON
               PERFORM SKIP-ASSET-PARA THRU SKIP-ASSET-PARA-EXIT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

           IF FA-COST IS NOT NUMERIC OR FA-COST = ZEROS
               MOVE "NO ACQUISITION COST" TO WS-SKIP-REASON
               PERFORM SKIP-ASSET-PARA THRU SKIP-ASSET-PARA-EXIT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

           PERFORM FIND-CLASS-PARA THRU FIND-CLASS-PARA-EXIT.
           IF WS-LIFE = ZEROS
               MOVE "NO DEPRECIATION CLASS" TO WS-SKIP-REASON
               PERFORM SKIP-ASSET-PARA THRU SKIP-ASSET-PARA-EXIT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

           PERFORM FIND-IN-SERVICE-PARA THRU FIND-IN-SERVICE-PARA-EXIT.
           IF NOT DATE-IS-VALID
               MOVE "NO VALID IN-SERVICE DATE" TO WS-SKIP-REASON
               PERFORM SKIP-ASSET-PARA THRU SKIP-ASSET-PARA-EXIT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

           IF FA-LAST-PERIOD > WS-DEPR-MONTH
               MOVE "ALREADY DEPRECIATED FOR LATER MONTH"
                   TO WS-SKIP-REASON
               PERFORM SKIP-ASSET-PARA THRU SKIP-ASSET-PARA-EXIT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

      *     Ponovno pokretanje istog mjeseca krece od stanja prije
      *     prvog runa tog mjeseca.
           IF FA-LAST-PERIOD = WS-DEPR-MONTH
               MOVE FA-PRIOR-PERIOD TO FA-LAST-PERIOD
               MOVE FA-PRIOR-ACCUM  TO FA-ACCUM-DEPR
           END-IF.

           COMPUTE WS-START-SEQ = (WS-IS-YEAR * 12) + WS-IS-MONTH - 1.
           IF WS-START-SEQ > WS-RUN-SEQ
               ADD 1 TO NOT-IN-SERVICE-COUNT
               GO TO DEPRECIATE-ASSET-PARA-EXIT
           END-IF.

           MOVE WS-START-SEQ TO WS-FROM-SEQ.
           IF FA-LAST-PERIOD > ZEROS
               MOVE FA-LAST-PERIOD TO WS-WORK-PERIOD
               COMPUTE WS-FROM-SEQ =
                       (WS-WP-YEAR * 12) + WS-WP-MONTH
               IF WS-FROM-SEQ < WS-START-SEQ
                   MOVE WS-START-SEQ TO WS-FROM-SEQ
               END-IF
           END-IF.

           MOVE FA-LAST-PERIOD TO FA-PRIOR-PERIOD.
           MOVE FA-ACCUM-DEPR  TO FA-PRIOR-ACCUM.
           MOVE FA-ACCUM-DEPR  TO WS-ACCUM.
           MOVE ZEROS TO WS-CHARGE.
           MOVE ZEROS TO WS-MONTHS-CHARGED.

           PERFORM VARYING WS-PERIOD-SEQ FROM WS-FROM-SEQ BY 1
                   UNTIL WS-PERIOD-SEQ > WS-RUN-SEQ
               PERFORM CHARGE-MONTH-PARA THRU CHARGE-MONTH-PARA-EXIT
           END-PERFORM.

           MOVE WS-ACCUM  TO FA-ACCUM-DEPR.
           MOVE WS-CHARGE TO FA-LAST-CHARGE.
           MOVE WS-DEPR-MONTH TO FA-LAST-PERIOD.

           PERFORM FIND-CENTER-PARA THRU FIND-CENTER-PARA-EXIT.
           MOVE WS-DEPT-CENTER TO FA-COST-CENTER.

           IF WS-CHARGE > ZEROS
               ADD 1 TO DEPRECIATED-COUNT
               ADD 1 TO CC-ASSETS(CTR-IDX)
               ADD WS-CHARGE TO CC-CHARGE(CTR-IDX)
               ADD WS-CHARGE TO WS-TOT-CHARGE
           ELSE
               ADD 1 TO FULLY-DEPR-COUNT
           END-IF.
           ADD FA-COST TO WS-TOT-COST.
           ADD FA-ACCUM-DEPR TO WS-TOT-ACCUM.

           COMPUTE WS-NBV = FA-COST - FA-ACCUM-DEPR.
           MOVE FA-COST       TO WS-AMOUNT-EDIT.
           MOVE WS-CHARGE     TO WS-AMOUNT-EDIT-2.
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDIT-3.
           MOVE WS-NBV        TO WS-AMOUNT-EDIT-4.
           MOVE WS-MONTHS-CHARGED TO WS-MONTHS-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING FA-COMPUTER-ID " "
                  AT-OWNER-NAME(WS-ASSET-IDX) " "
                  WS-METHOD " " WS-LIFE "  "
                  WS-AMOUNT-EDIT "    " WS-MONTHS-EDIT " "
                  WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3 " "
                  WS-AMOUNT-EDIT-4 " " FA-COST-CENTER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       DEPRECIATE-ASSET-PARA-EXIT.
           EXIT.

      * Amortizacija jednog mjeseca (WS-PERIOD-SEQ) - SL: nabavna
      * vrijednost / vijek; DB: dvostruka linearna stopa na sadasnju
      * vrijednost, ali ne manje od linearnog otpisa sadasnje
      * vrijednosti kroz ostatak vijeka. Zadnji mjesec vijeka (i sve
      * poslije) otpisuje ostatak.
       CHARGE-MONTH-PARA.
           COMPUTE WS-NBV = FA-COST - WS-ACCUM.
           IF WS-NBV = ZEROS
               GO TO CHARGE-MONTH-PARA-EXIT
           END-IF.

           COMPUTE WS-LIFE-INDEX = WS-PERIOD-SEQ - WS-START-SEQ + 1.
           COMPUTE WS-REMAINING = WS-LIFE - WS-LIFE-INDEX + 1.

           IF WS-REMAINING <= 1
               MOVE WS-NBV TO WS-MONTH-CHARGE
           ELSE
               IF METHOD-IS-SL
                   COMPUTE WS-MONTH-CHARGE ROUNDED = FA-COST / WS-LIFE
               ELSE
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                           (WS-NBV * 2) / WS-LIFE
                   COMPUTE WS-SL-CHARGE ROUNDED = WS-NBV / WS-REMAINING
                   IF WS-SL-CHARGE > WS-MONTH-CHARGE
                       MOVE WS-SL-CHARGE TO WS-MONTH-CHARGE
                   END-IF
               END-IF
               IF WS-MONTH-CHARGE > WS-NBV
                   MOVE WS-NBV TO WS-MONTH-CHARGE
               END-IF
           END-IF.

           ADD WS-MONTH-CHARGE TO WS-ACCUM.
           ADD WS-MONTH-CHARGE TO WS-CHARGE.
           ADD 1 TO WS-MONTHS-CHARGED.

       CHARGE-MONTH-PARA-EXIT.
           EXIT.

      * Nacin i vijek - po klasi (prvo slovo COMPUTER-ID-a), inace
      * default iz '*' retka (kao EMPBUDG/EMPCHRG cijene zamjene).
       FIND-CLASS-PARA.
           MOVE SPACES TO WS-METHOD.
           MOVE ZEROS TO WS-LIFE.

           PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > WS-CLASS-COUNT
               IF CL-CLASS(CLS-IDX) = FA-COMPUTER-ID(1:1)
                   MOVE CL-METHOD(CLS-IDX) TO WS-METHOD
                   MOVE CL-LIFE(CLS-IDX)   TO WS-LIFE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-LIFE = ZEROS
               PERFORM VARYING CLS-IDX FROM 1 BY 1
                       UNTIL CLS-IDX > WS-CLASS-COUNT
                   IF CL-CLASS(CLS-IDX) = "*"
                       MOVE CL-METHOD(CLS-IDX) TO WS-METHOD
                       MOVE CL-LIFE(CLS-IDX)   TO WS-LIFE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-CLASS-PARA-EXIT.
           EXIT.

      * Datum stavljanja u upotrebu - iz registra, a kad ga nema
      * PURCHASE-DATE iz CMPFL ("YYYY-MM-DD", kao EMPCHRG).
       FIND-IN-SERVICE-PARA.
           MOVE 'Y' TO WS-DATE-VALID.
           MOVE ZEROS TO WS-IN-SERVICE.

           IF FA-IN-SERVICE > ZEROS
               MOVE FA-IN-SERVICE TO WS-IN-SERVICE
           ELSE
               IF AT-PURCHASE-DATE(WS-ASSET-IDX) = SPACES
                       OR AT-PURCHASE-DATE(WS-ASSET-IDX)(5:1)
                          NOT = '-'
                       OR AT-PURCHASE-DATE(WS-ASSET-IDX)(8:1)
                          NOT = '-'
                   MOVE 'N' TO WS-DATE-VALID
               ELSE
                   MOVE SPACES TO WS-AGE-DATE-ALPHA
                   STRING AT-PURCHASE-DATE(WS-ASSET-IDX)(1:4)
                          AT-PURCHASE-DATE(WS-ASSET-IDX)(6:2)
                          AT-PURCHASE-DATE(WS-ASSET-IDX)(9:2)
                          DELIMITED BY SIZE INTO WS-AGE-DATE-ALPHA
                   IF WS-AGE-DATE-ALPHA IS NUMERIC
                       MOVE WS-AGE-DATE-ALPHA TO WS-IN-SERVICE
                   ELSE
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

           IF DATE-IS-VALID
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-SERVICE) NOT = 0
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF.

       FIND-IN-SERVICE-PARA-EXIT.
           EXIT.

      * Troskovno mjesto vlasnika (inace UNMAPPED) i njegov redak u
      * CENTER-TABLE (CTR-IDX).
       FIND-CENTER-PARA.
           MOVE "UNMAPPED" TO WS-DEPT-CENTER.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
               IF DM-OWNER(MAP-IDX) = AT-OWNER-NAME(WS-ASSET-IDX)
                   MOVE DM-CENTER(MAP-IDX) TO WS-DEPT-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CENTER-COUNT
               IF CC-CENTER(CTR-IDX) = WS-DEPT-CENTER
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-CENTER-COUNT < WS-MAX-CENTERS
                   ADD 1 TO WS-CENTER-COUNT
                   SET CTR-IDX TO WS-CENTER-COUNT
                   MOVE WS-DEPT-CENTER TO CC-CENTER(CTR-IDX)
                   MOVE ZEROS TO CC-ASSETS(CTR-IDX)
                   MOVE ZEROS TO CC-CHARGE(CTR-IDX)
               ELSE
                   DISPLAY "EMPDEPR: COST CENTER TABLE FULL - "
                           WS-DEPT-CENTER " CHARGED TO "
                           CC-CENTER(WS-CENTER-COUNT)
                   SET CTR-IDX TO WS-CENTER-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-CENTER-PARA-EXIT.
           EXIT.

       SKIP-ASSET-PARA.
           ADD 1 TO SKIPPED-COUNT.
           DISPLAY "EMPDEPR: SKIPPED - " FUNCTION TRIM(WS-SKIP-REASON)
                   " [" FA-COMPUTER-ID "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING FA-COMPUTER-ID " SKIPPED - "
                  FUNCTION TRIM(WS-SKIP-REASON)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       SKIP-ASSET-PARA-EXIT.
           EXIT.

      * Imovina iz CMPFL bez retka u registru - nabavna vrijednost
      * nije poznata pa se ne amortizira.
       REPORT-UNREGISTERED-PARA.
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               IF AT-REGISTERED(AST-IDX) = 'N'
                   PERFORM CHECK-REGISTERED-PARA
                           THRU CHECK-REGISTERED-PARA-EXIT
               END-IF
           END-PERFORM.

       REPORT-UNREGISTERED-PARA-EXIT.
           EXIT.

      * Imovina preskocena prije trazenja u CMPFL ne oznacava
      * AT-REGISTERED, pa se registar jos jednom provjerava.
       CHECK-REGISTERED-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FAR-IDX FROM 1 BY 1
                   UNTIL FAR-IDX > WS-FAR-COUNT
               IF RT-RECORD(FAR-IDX)(1:5) = AT-COMPUTER-ID(AST-IDX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               ADD 1 TO UNREGISTERED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING AT-COMPUTER-ID(AST-IDX) " "
                      AT-OWNER-NAME(AST-IDX)
                      " NOT IN FIXED ASSET REGISTER - NO COST"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-IF.

       CHECK-REGISTERED-PARA-EXIT.
           EXIT.

      * Novi registar iz tablice; rashodani retci starog FARFL-a se
      * tek sada (kad novi registar sigurno nastaje) dopisuju u
      * arhivu.
       WRITE-REGISTER-PARA.
           OPEN OUTPUT FIXED-ASSET-OUT.

           PERFORM VARYING FAR-IDX FROM 1 BY 1
                   UNTIL FAR-IDX > WS-FAR-COUNT
               MOVE RT-RECORD(FAR-IDX) TO FIXED-ASSET-OUT-RECORD
               WRITE FIXED-ASSET-OUT-RECORD
           END-PERFORM.

           CLOSE FIXED-ASSET-OUT.

           OPEN EXTEND FIXED-ASSET-ARCHIVE.
           OPEN INPUT FIXED-ASSET-IN.
           MOVE 'N' TO WS-FAR-EOF.

           READ FIXED-ASSET-IN INTO FIXED-ASSET-RECORD
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               IF FA-COMPUTER-ID NOT = SPACES AND FA-DISPOSED
                   MOVE FIXED-ASSET-IN-RECORD
                       TO FIXED-ASSET-ARCHIVE-RECORD
                   WRITE FIXED-ASSET-ARCHIVE-RECORD
                   ADD 1 TO DISPOSED-COUNT
               END-IF
               READ FIXED-ASSET-IN INTO FIXED-ASSET-RECORD
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXED-ASSET-IN.
           CLOSE FIXED-ASSET-ARCHIVE.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

      * Izvod za glavnu knjigu: D redak 'A' po troskovnom mjestu
      * (trosak amortizacije duguje), C kontra redak istog mjesta
      * (ispravak vrijednosti potrazuje) i T kontrolni zbroj.
       WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-EXTRACT-FILE.

           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CENTER-COUNT
               IF CC-CHARGE(CTR-IDX) > ZEROS
                   MOVE SPACES TO GL-EXTRACT-RECORD
                   MOVE "D" TO GLX-REC-TYPE
                   MOVE "A" TO GLX-TRANS-TYPE
                   MOVE "EUR" TO GLX-CURRENCY
                   MOVE CC-CHARGE(CTR-IDX) TO GLX-DEBIT-AMOUNT
                   MOVE ZEROS TO GLX-CREDIT-AMOUNT
                   MOVE CC-ASSETS(CTR-IDX) TO GLX-COUNT
                   MOVE CC-CENTER(CTR-IDX) TO GLX-COST-CENTER
                   WRITE GL-EXTRACT-RECORD

                   MOVE SPACES TO GL-EXTRACT-RECORD
                   MOVE "C" TO GLX-REC-TYPE
                   MOVE SPACE TO GLX-TRANS-TYPE
                   MOVE "EUR" TO GLX-CURRENCY
                   MOVE ZEROS TO GLX-DEBIT-AMOUNT
                   MOVE CC-CHARGE(CTR-IDX) TO GLX-CREDIT-AMOUNT
                   MOVE ZEROS TO GLX-COUNT
                   MOVE CC-CENTER(CTR-IDX) TO GLX-COST-CENTER
                   WRITE GL-EXTRACT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "T" TO GLX-REC-TYPE.
           MOVE SPACE TO GLX-TRANS-TYPE.
           MOVE SPACES TO GLX-CURRENCY.
           MOVE WS-TOT-CHARGE TO GLX-DEBIT-AMOUNT.
           MOVE WS-TOT-CHARGE TO GLX-CREDIT-AMOUNT.
           MOVE DEPRECIATED-COUNT TO GLX-COUNT.
           WRITE GL-EXTRACT-RECORD.

           CLOSE GL-EXTRACT-FILE.

       WRITE-GL-EXTRACT-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CENTER-COUNT
               MOVE CC-CHARGE(CTR-IDX) TO WS-TOTAL-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "CENTER " CC-CENTER(CTR-IDX)
                      " ASSETS " CC-ASSETS(CTR-IDX)
                      " DEPRECIATION " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-TOT-CHARGE TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL DEPRECIATION " WS-TOTAL-EDIT
                  "  ASSETS DEPRECIATED: " DEPRECIATED-COUNT
                  "  FULLY DEPRECIATED: " FULLY-DEPR-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-TOT-COST TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL COST         " WS-TOTAL-EDIT
                  "  NOT YET IN SERVICE: " NOT-IN-SERVICE-COUNT
                  "  DISPOSED ARCHIVED: " DISPOSED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE WS-TOT-ACCUM TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL ACCUMULATED  " WS-TOTAL-EDIT
                  "  SKIPPED: " SKIPPED-COUNT
                  "  NOT IN REGISTER: " UNREGISTERED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           COMPUTE WS-TOT-COST = WS-TOT-COST - WS-TOT-ACCUM.
           MOVE WS-TOT-COST TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NET BOOK VALUE     " WS-TOTAL-EDIT
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
           MOVE "EMPDEPR"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WS-FAR-COUNT TO ALOG-RECORD-COUNT
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
