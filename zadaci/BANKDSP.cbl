      ******************************************************************
      *    BANKDSP - Reklamacije kupaca na stavke izvoda (PARM         *
      *              RUNDATE=YYYYMMDD, default danasnji). Klasicno     *
      *              azuriranje mastera reklamacija: stari DSPFL, novi *
      *              DSPOUT (zadaci/copylib/DSPREC). Najprije se       *
      *              primjenjuju ishodi knjizenja storna iz ADJPST     *
      *              (rijesena ili odbijena na knjizenju), zatim       *
      *              akcije iz DSPTRX: OPEN otvara reklamaciju na      *
      *              stavku izvoda zadanu brojem knjizenja - stavka    *
      *              mora postojati u povijesti dnevnika knjizenja     *
      *              (PSTHIST), biti na istom racunu, ne smije biti    *
      *              storno i ne smije vec biti stornirana ili pod     *
      *              drugom reklamacijom; ACCEPT je prihvaca uz storno *
      *              (REVERSAL, cijeli iznos) ili ispravak             *
      *              (CORRECTION, manji iznos) koji ide u DSPADJ za    *
      *              knjizenje u CBLTYPE-u; DECLINE je odbija. O       *
      *              reklamaciji odlucuje drugi operater, ne onaj koji *
      *              ju je otvorio. Izvjestaj DSPRPT sadrzi akcije i   *
      *              starost otvorenih reklamacija po razredima.       *
      *              Reklamacije rijesene ili odbijene u ranijem runu  *
      *              ne prenose se u DSPOUT nego se dopisuju u arhivu  *
      *              DSPARC; puna tablica reklamacija (1000)           *
      *              zaustavlja run s RC 8 prije ijednog izlaza.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDSP.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-MASTER-IN ASSIGN TO DSPFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DISPUTE-MASTER-OUT ASSIGN TO DSPOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Arhiva zatvorenih reklamacija (OPEN EXTEND, kao AUDARC u
      * PERCLOSE).
           SELECT OPTIONAL DISPUTE-ARCHIVE ASSIGN TO DSPARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DISPUTE-TRX-FILE ASSIGN TO DSPTRX
                  ORGANIZATION IS SEQUENTIAL.

      * Ishodi knjizenja storna iz zadnjeg CBLTYPE runa (OPTIONAL).
           SELECT OPTIONAL ADJ-POSTED-FILE ASSIGN TO ADJPST
                  ORGANIZATION IS SEQUENTIAL.

      * Povijest dnevnika knjizenja (CBLTYPE POSTJRN).
           SELECT OPTIONAL POSTING-HISTORY ASSIGN TO PSTHIST
                  ORGANIZATION IS SEQUENTIAL.

      * Storno/ispravci prihvacenih reklamacija za CBLTYPE.
           SELECT ADJUSTMENT-FILE ASSIGN TO DSPADJ
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DISPUTE-REPORT ASSIGN TO DSPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-MASTER-IN RECORDING MODE F.
       01 DISPUTE-MASTER-IN-RECORD PIC X(216).

       FD DISPUTE-MASTER-OUT RECORDING MODE F.
       01 DISPUTE-MASTER-OUT-RECORD PIC X(216).

       FD DISPUTE-ARCHIVE RECORDING MODE F.
       01 DISPUTE-ARCHIVE-RECORD PIC X(216).

      * Akcije: OPEN nosi racun, broj knjizenja stavke, operatera i
      * razlog reklamacije; ACCEPT broj reklamacije, rjesenje
      * (REVERSAL/CORRECTION), iznos ispravka, operatera i napomenu;
      * DECLINE broj reklamacije, operatera i napomenu.
       FD DISPUTE-TRX-FILE.
       01 DISPUTE-TRX-RECORD.
           05 DX-ACTION         PIC X(10).
               88 DX-IS-OPEN        VALUE "OPEN".
               88 DX-IS-ACCEPT      VALUE "ACCEPT".
               88 DX-IS-DECLINE     VALUE "DECLINE".
           05 FILLER            PIC X.
           05 DX-CASE-ID        PIC 9(8).
           05 FILLER            PIC X.
           05 DX-ACCOUNT-ID     PIC 9(12).
           05 FILLER            PIC X.
           05 DX-ORIG-REF       PIC 9(12).
           05 FILLER            PIC X.
           05 DX-RESOLUTION     PIC X(10).
               88 DX-IS-REVERSAL    VALUE "REVERSAL".
               88 DX-IS-CORRECTION  VALUE "CORRECTION".
           05 FILLER            PIC X.
           05 DX-AMOUNT         PIC 9(10)V99.
           05 FILLER            PIC X.
           05 DX-USER           PIC X(8).
           05 FILLER            PIC X.
           05 DX-TEXT           PIC X(40).

       FD ADJ-POSTED-FILE RECORDING MODE F.
       01 ADJ-POSTED-RECORD PIC X(144).

       FD POSTING-HISTORY RECORDING MODE F.
       01 POSTING-HISTORY-RECORD PIC X(85).

       FD ADJUSTMENT-FILE RECORDING MODE F.
       01 ADJUSTMENT-FILE-RECORD PIC X(144).

       FD DISPUTE-REPORT.
       01 DISPUTE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY DSPREC.
           COPY ADJREC.
           COPY PSTREC.

       01 WS-MASTER-EOF    PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-ADJ-EOF       PIC X VALUE 'N'.
           88 END-OF-ADJ    VALUE 'Y'.
       01 WS-PJH-EOF       PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 OPENED-COUNT     PIC 9(5) VALUE ZEROS.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE ZEROS.
       01 DECLINED-COUNT   PIC 9(5) VALUE ZEROS.
       01 RESOLVED-COUNT   PIC 9(5) VALUE ZEROS.
       01 FAILED-COUNT     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 ARCHIVED-COUNT   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Master reklamacija u radnoj tablici - cijeli zapis i kljucevi
      * za trazenje (broj reklamacije, broj knjizenja originala,
      * status); STORE-CASE-PARA ih drzi uskladjenima. Reklamacija
      * koja je u DSPFL vec rijesena (R) ili odbijena (D) se ne
      * ucitava nego seli u DSPARC.
       01 WS-MAX-CASES     PIC 9(4) VALUE 1000.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 CASE-TABLE.
           02 CASE-ENTRY OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WS-CASE-COUNT
                          INDEXED BY CAS-IDX.
              03 CT-CASE-ID   PIC 9(8).
              03 CT-ORIG-REF  PIC 9(12).
              03 CT-STATUS    PIC X.
              03 CT-RECORD    PIC X(216).
       01 WS-CASE-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-CASE-ID  PIC 9(8) VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 CASE-FOUND    VALUE 'Y'.
       01 WS-CASE-OVERFLOW PIC X VALUE 'N'.
           88 CASE-TABLE-OVERFLOW VALUE 'Y'.

      * Akcije iz DSPTRX - ucitaju se prije obrade da se za sve OPEN
      * akcije jednim prolazom kroz povijest dnevnika nadju stavke
      * (RQ-ORIG-xxx) i oznaci jesu li vec stornirane.
       01 WS-MAX-REQS      PIC 9(3) VALUE 500.
       01 WS-REQ-COUNT     PIC 9(3) VALUE 0.
       01 WS-OPEN-REQS     PIC 9(3) VALUE 0.
       01 REQUEST-TABLE.
           02 REQUEST-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-REQ-COUNT
                             INDEXED BY REQ-IDX.
              03 RQ-RECORD        PIC X(119).
              03 RQ-REF           PIC 9(12).
              03 RQ-ORIG-FOUND    PIC X.
              03 RQ-ORIG-REVERSED PIC X.
              03 RQ-ORIG-ACCOUNT  PIC 9(12).
              03 RQ-ORIG-TYPE     PIC X.
              03 RQ-ORIG-AMOUNT   PIC 9(12)V9(3).
              03 RQ-ORIG-DATE     PIC 9(8).
              03 RQ-ORIG-CURRENCY PIC X(3).
       01 WS-REQ-POS       PIC 9(3) VALUE ZEROS.

      * Starost otvorenih reklamacija (O, A, F) u danima od otvaranja
      * do datuma obrade, po razredima 0-7, 8-30, 31-60 i preko 60.
       01 WS-AGE-DAYS      PIC S9(6) VALUE ZEROS.
       01 AGEING-TABLE.
           02 AGE-BUCKET OCCURS 4 TIMES INDEXED BY AGE-IDX.
              03 AB-LABEL     PIC X(12).
              03 AB-COUNT     PIC 9(5).
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OLDEST-DAYS   PIC S9(6) VALUE ZEROS.
       01 WS-STATUS-TEXT   PIC X(12) VALUE SPACES.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AGE-EDIT      PIC ZZZZ9.
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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijene akcije ili
      * storno odbijen na knjizenju, 8=greska u PARM-u ili puna
      * tablica reklamacija, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-DSP-PARA
                       THRU APPLY-PARM-DSP-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

      * Nepotpuno ucitan master bi novi DSPOUT skratio - run staje
      * prije ijednog izlaza.
           PERFORM LOAD-CASES-PARA THRU LOAD-CASES-PARA-EXIT.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "BANKDSP: CASE TABLE FULL (" WS-MAX-CASES
                       ") - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT DISPUTE-REPORT.

           MOVE "STATEMENT DISPUTE CASES" TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM APPLY-OUTCOMES-PARA THRU APPLY-OUTCOMES-PARA-EXIT.
           PERFORM LOAD-REQUESTS-PARA THRU LOAD-REQUESTS-PARA-EXIT.
           IF WS-OPEN-REQS > 0
               PERFORM SCAN-JOURNAL-PARA THRU SCAN-JOURNAL-PARA-EXIT
           END-IF.

           OPEN OUTPUT ADJUSTMENT-FILE.
           PERFORM VARYING WS-REQ-POS FROM 1 BY 1
                   UNTIL WS-REQ-POS > WS-REQ-COUNT
               MOVE RQ-RECORD(WS-REQ-POS) TO DISPUTE-TRX-RECORD
               PERFORM APPLY-ONE-TRX-PARA THRU APPLY-ONE-TRX-PARA-EXIT
           END-PERFORM.
           CLOSE ADJUSTMENT-FILE.

           PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-PARA-EXIT.
           PERFORM WRITE-AGEING-PARA THRU WRITE-AGEING-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE DISPUTE-REPORT.
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

      * RUNDATE= (ispravan datum YYYYMMDD); neispravna vrijednost
      * prekida obradu s RC 8.
       APPLY-PARM-DSP-PARA.
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
                               DISPLAY "BANKDSP: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-DSP-PARA-EXIT.
           EXIT.

       LOAD-CASES-PARA.
           OPEN INPUT DISPUTE-MASTER-IN.

           READ DISPUTE-MASTER-IN INTO DISPUTE-CASE-RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER OR CASE-TABLE-OVERFLOW
               IF DC-CASE-ID IS NUMERIC AND DC-CASE-ID > 0
                   IF DC-CASE-ID > WS-NEXT-CASE-ID
                       MOVE DC-CASE-ID TO WS-NEXT-CASE-ID
                   END-IF
                   IF NOT DC-RESOLVED AND NOT DC-DECLINED
                       IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
                           SET CASE-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CASE-COUNT
                           MOVE WS-CASE-COUNT TO WS-CASE-IDX
                           PERFORM STORE-CASE-PARA
                                   THRU STORE-CASE-PARA-EXIT
                       END-IF
                   END-IF
               END-IF
               READ DISPUTE-MASTER-IN INTO DISPUTE-CASE-RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-MASTER-IN.

       LOAD-CASES-PARA-EXIT.
           EXIT.

      * DISPUTE-CASE-RECORD u CASE-TABLE na mjesto WS-CASE-IDX.
       STORE-CASE-PARA.
           MOVE DISPUTE-CASE-RECORD TO CT-RECORD(WS-CASE-IDX).
           MOVE DC-CASE-ID TO CT-CASE-ID(WS-CASE-IDX).
           MOVE DC-ORIG-REF TO CT-ORIG-REF(WS-CASE-IDX).
           MOVE DC-STATUS TO CT-STATUS(WS-CASE-IDX).

       STORE-CASE-PARA-EXIT.
           EXIT.

      * Trazi DX-CASE-ID; nadjena reklamacija je u
      * DISPUTE-CASE-RECORD, a mjesto u WS-CASE-IDX.
       FIND-CASE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-CASE-IDX.

           IF DX-CASE-ID IS NUMERIC AND DX-CASE-ID > 0
               PERFORM VARYING CAS-IDX FROM 1 BY 1
                       UNTIL CAS-IDX > WS-CASE-COUNT
                   IF CT-CASE-ID(CAS-IDX) = DX-CASE-ID
                       SET CASE-FOUND TO TRUE
                       SET WS-CASE-IDX TO CAS-IDX
                       MOVE CT-RECORD(CAS-IDX) TO DISPUTE-CASE-RECORD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-CASE-PARA-EXIT.
           EXIT.

      * Ishodi knjizenja storna: proknjizen (P) rjesava reklamaciju i
      * pamti broj knjizenja storna, odbijen (R) je vraca na odluku
      * (status F) s razlogom odbijanja.
       APPLY-OUTCOMES-PARA.
           OPEN INPUT ADJ-POSTED-FILE.

           READ ADJ-POSTED-FILE INTO ADJUSTMENT-RECORD
               AT END SET END-OF-ADJ TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ADJ
               PERFORM APPLY-ONE-OUTCOME-PARA
                       THRU APPLY-ONE-OUTCOME-PARA-EXIT
               READ ADJ-POSTED-FILE INTO ADJUSTMENT-RECORD
                   AT END SET END-OF-ADJ TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ADJ-POSTED-FILE.

       APPLY-OUTCOMES-PARA-EXIT.
           EXIT.

       APPLY-ONE-OUTCOME-PARA.
           MOVE AJ-CASE-ID TO DX-CASE-ID.
           PERFORM FIND-CASE-PARA THRU FIND-CASE-PARA-EXIT.

           IF NOT CASE-FOUND OR NOT DC-ACCEPTED
               DISPLAY "BANKDSP: POSTING OUTCOME FOR CASE " AJ-CASE-ID
                       " NOT AWAITING POSTING - IGNORED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "IGNORED  OUTCOME FOR CASE " AJ-CASE-ID
                      " - CASE NOT AWAITING POSTING"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
               GO TO APPLY-ONE-OUTCOME-PARA-EXIT
           END-IF.

           IF AJ-POSTED
               SET DC-RESOLVED TO TRUE
               MOVE AJ-POSTING-REF TO DC-ADJ-POSTING-REF
               ADD 1 TO RESOLVED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "RESOLVED CASE " DC-CASE-ID
                      " ACCOUNT " DC-ACCOUNT-ID
                      " ADJUSTMENT POSTED AS " AJ-POSTING-REF
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               SET DC-POST-FAILED TO TRUE
               MOVE AJ-REASON TO DC-NOTE
               ADD 1 TO FAILED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "FAILED   CASE " DC-CASE-ID
                      " ACCOUNT " DC-ACCOUNT-ID
                      " ADJUSTMENT REJECTED AT POSTING - "
                      FUNCTION TRIM(AJ-REASON)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           PERFORM STORE-CASE-PARA THRU STORE-CASE-PARA-EXIT.

       APPLY-ONE-OUTCOME-PARA-EXIT.
           EXIT.

       LOAD-REQUESTS-PARA.
           OPEN INPUT DISPUTE-TRX-FILE.

           READ DISPUTE-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF DISPUTE-TRX-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   IF WS-REQ-COUNT < WS-MAX-REQS
                       ADD 1 TO WS-REQ-COUNT
                       MOVE DISPUTE-TRX-RECORD
                           TO RQ-RECORD(WS-REQ-COUNT)
                       MOVE ZEROS TO RQ-REF(WS-REQ-COUNT)
                       MOVE 'N' TO RQ-ORIG-FOUND(WS-REQ-COUNT)
                       MOVE 'N' TO RQ-ORIG-REVERSED(WS-REQ-COUNT)
                       IF DX-IS-OPEN AND DX-ORIG-REF IS NUMERIC
                           MOVE DX-ORIG-REF TO RQ-REF(WS-REQ-COUNT)
                           ADD 1 TO WS-OPEN-REQS
                       END-IF
                   ELSE
                       MOVE "REQUEST TABLE FULL" TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                               THRU REJECT-TRX-PARA-EXIT
                   END-IF
               END-IF
               READ DISPUTE-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-TRX-FILE.

       LOAD-REQUESTS-PARA-EXIT.
           EXIT.

      * Jedan prolaz kroz PSTHIST za sve OPEN akcije: stavka s
      * trazenim brojem knjizenja daje podatke originala, a storno/
      * ispravak koji je nosi kao original znaci da je vec
      * stornirana.
       SCAN-JOURNAL-PARA.
           OPEN INPUT POSTING-HISTORY.

           READ POSTING-HISTORY INTO POSTED-ENTRY-RECORD
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               IF PJ-POSTING-REF IS NUMERIC
                       AND PJ-ORIG-REF IS NUMERIC
                   PERFORM VARYING REQ-IDX FROM 1 BY 1
                           UNTIL REQ-IDX > WS-REQ-COUNT
                       IF RQ-REF(REQ-IDX) > ZEROS
                           IF PJ-POSTING-REF = RQ-REF(REQ-IDX)
                               MOVE 'Y' TO RQ-ORIG-FOUND(REQ-IDX)
                               MOVE PJ-ACCOUNT-ID
                                   TO RQ-ORIG-ACCOUNT(REQ-IDX)
                               MOVE PJ-TYPE TO RQ-ORIG-TYPE(REQ-IDX)
                               MOVE PJ-AMOUNT
                                   TO RQ-ORIG-AMOUNT(REQ-IDX)
                               MOVE PJ-DATE TO RQ-ORIG-DATE(REQ-IDX)
                               MOVE PJ-CURRENCY
                                   TO RQ-ORIG-CURRENCY(REQ-IDX)
                           END-IF
                           IF PJ-ORIG-REF = RQ-REF(REQ-IDX)
                               MOVE 'Y' TO RQ-ORIG-REVERSED(REQ-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ POSTING-HISTORY INTO POSTED-ENTRY-RECORD
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE POSTING-HISTORY.

       SCAN-JOURNAL-PARA-EXIT.
           EXIT.

       APPLY-ONE-TRX-PARA.
           PERFORM FIND-CASE-PARA THRU FIND-CASE-PARA-EXIT.

           EVALUATE TRUE
               WHEN DX-IS-OPEN
                   PERFORM OPEN-CASE-PARA THRU OPEN-CASE-PARA-EXIT
               WHEN DX-IS-ACCEPT
                   PERFORM ACCEPT-CASE-PARA THRU ACCEPT-CASE-PARA-EXIT
               WHEN DX-IS-DECLINE
                   PERFORM DECLINE-CASE-PARA
                           THRU DECLINE-CASE-PARA-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
           END-EVALUATE.

       APPLY-ONE-TRX-PARA-EXIT.
           EXIT.

      * OPEN - stavka iz dnevnika knjizenja na istom racunu, nije
      * storno/ispravak, nije vec stornirana i nema drugu zivu
      * reklamaciju (odbijena reklamacija ne smeta novoj).
       OPEN-CASE-PARA.
           IF DX-USER = SPACES
               MOVE "OPERATOR MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF DX-TEXT = SPACES
               MOVE "DISPUTE REASON MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF RQ-REF(WS-REQ-POS) = ZEROS
               MOVE "NO POSTING REFERENCE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF RQ-ORIG-FOUND(WS-REQ-POS) = 'N'
               MOVE "ENTRY NOT IN POSTING JOURNAL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF DX-ACCOUNT-ID IS NOT NUMERIC
                   OR RQ-ORIG-ACCOUNT(WS-REQ-POS) NOT = DX-ACCOUNT-ID
               MOVE "ENTRY NOT ON THIS ACCOUNT" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF RQ-ORIG-TYPE(WS-REQ-POS) = 'X'
                   OR RQ-ORIG-TYPE(WS-REQ-POS) = 'Y'
               MOVE "ENTRY IS AN ADJUSTMENT" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.
           IF RQ-ORIG-REVERSED(WS-REQ-POS) = 'Y'
               MOVE "ENTRY ALREADY REVERSED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-CASE-COUNT
               IF CT-ORIG-REF(CAS-IDX) = RQ-REF(WS-REQ-POS)
                       AND CT-STATUS(CAS-IDX) NOT = "D"
                   SET CASE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CASE-FOUND
               MOVE "ENTRY ALREADY UNDER DISPUTE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.

           IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               MOVE "CASE TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               DISPLAY "BANKDSP: CASE TABLE FULL (" WS-MAX-CASES
                       ") - OPEN NOT APPLIED"
               MOVE 8 TO RETURN-CODE
               GO TO OPEN-CASE-PARA-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-CASE-ID.
           MOVE SPACES TO DISPUTE-CASE-RECORD.
           MOVE WS-NEXT-CASE-ID TO DC-CASE-ID.
           MOVE DX-ACCOUNT-ID TO DC-ACCOUNT-ID.
           MOVE RQ-REF(WS-REQ-POS) TO DC-ORIG-REF.
           MOVE RQ-ORIG-TYPE(WS-REQ-POS) TO DC-ORIG-TYPE.
           MOVE RQ-ORIG-AMOUNT(WS-REQ-POS) TO DC-ORIG-AMOUNT.
           MOVE RQ-ORIG-DATE(WS-REQ-POS) TO DC-ORIG-DATE.
           MOVE RQ-ORIG-CURRENCY(WS-REQ-POS) TO DC-CURRENCY.
           MOVE DX-TEXT TO DC-REASON.
           SET DC-OPEN TO TRUE.
           MOVE DX-USER TO DC-OPENED-BY.
           MOVE WS-RUN-DATE-NUM TO DC-OPENED-DATE.
           MOVE ZEROS TO DC-DECIDED-DATE.
           MOVE ZEROS TO DC-ADJ-AMOUNT.
           MOVE ZEROS TO DC-ADJ-POSTING-REF.

           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-CASE-COUNT TO WS-CASE-IDX.
           PERFORM STORE-CASE-PARA THRU STORE-CASE-PARA-EXIT.

           ADD 1 TO OPENED-COUNT.
           MOVE DC-ORIG-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "OPENED   CASE " DC-CASE-ID
                  " ACCOUNT " DC-ACCOUNT-ID
                  " ENTRY " DC-ORIG-REF
                  " " DC-ORIG-DATE " " DC-ORIG-TYPE
                  " " WS-AMOUNT-EDIT " " DC-CURRENCY
                  " BY " DC-OPENED-BY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       OPEN-CASE-PARA-EXIT.
           EXIT.

      * ACCEPT - otvorena reklamacija (ili ona ciji je storno odbijen
      * na knjizenju); REVERSAL stornira cijeli iznos, CORRECTION
      * iznos veci od nule i manji od iznosa stavke. Storno ide u
      * DSPADJ, reklamacija ceka ishod knjizenja (status A).
       ACCEPT-CASE-PARA.
           IF NOT CASE-FOUND
               PERFORM SET-UNKNOWN-REASON-PARA
                       THRU SET-UNKNOWN-REASON-PARA-EXIT
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ACCEPT-CASE-PARA-EXIT
           END-IF.
           IF NOT DC-OPEN AND NOT DC-POST-FAILED
               MOVE "CASE NOT OPEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ACCEPT-CASE-PARA-EXIT
           END-IF.
           PERFORM CHECK-DECIDER-PARA THRU CHECK-DECIDER-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ACCEPT-CASE-PARA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DX-IS-REVERSAL
                   MOVE "X" TO DC-RESOLUTION
                   MOVE DC-ORIG-AMOUNT TO DC-ADJ-AMOUNT
               WHEN DX-IS-CORRECTION
                   IF DX-AMOUNT IS NOT NUMERIC
                       MOVE "INVALID CORRECTION AMOUNT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF DX-AMOUNT NOT > ZEROS
                               OR DX-AMOUNT NOT < DC-ORIG-AMOUNT
                           MOVE "CORRECTION AMOUNT OUT OF RANGE"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE "Y" TO DC-RESOLUTION
                           MOVE DX-AMOUNT TO DC-ADJ-AMOUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "RESOLUTION NOT REVERSAL/CORRECTION"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ACCEPT-CASE-PARA-EXIT
           END-IF.

           SET DC-ACCEPTED TO TRUE.
           MOVE DX-USER TO DC-DECIDED-BY.
           MOVE WS-RUN-DATE-NUM TO DC-DECIDED-DATE.
           MOVE DX-TEXT TO DC-NOTE.
           PERFORM STORE-CASE-PARA THRU STORE-CASE-PARA-EXIT.

           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE DC-CASE-ID TO AJ-CASE-ID.
           MOVE DC-RESOLUTION TO AJ-TYPE.
           MOVE DC-ACCOUNT-ID TO AJ-ACCOUNT-ID.
           MOVE DC-ADJ-AMOUNT TO AJ-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO AJ-DATE.
           MOVE DC-ORIG-REF TO AJ-ORIG-REF.
           MOVE DC-ORIG-TYPE TO AJ-ORIG-TYPE.
           MOVE DC-ORIG-AMOUNT TO AJ-ORIG-AMOUNT.
           MOVE DC-ORIG-DATE TO AJ-ORIG-DATE.
           SET AJ-GENERATED TO TRUE.
           MOVE ZEROS TO AJ-POSTING-REF.
           MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-FILE-RECORD.
           WRITE ADJUSTMENT-FILE-RECORD.

           ADD 1 TO ACCEPTED-COUNT.
           MOVE DC-ADJ-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF DC-RESOLUTION = "X"
               STRING "ACCEPTED CASE " DC-CASE-ID
                      " ACCOUNT " DC-ACCOUNT-ID
                      " REVERSAL   " WS-AMOUNT-EDIT " " DC-CURRENCY
                      " OF ENTRY " DC-ORIG-REF
                      " BY " DC-DECIDED-BY
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "ACCEPTED CASE " DC-CASE-ID
                      " ACCOUNT " DC-ACCOUNT-ID
                      " CORRECTION " WS-AMOUNT-EDIT " " DC-CURRENCY
                      " OF ENTRY " DC-ORIG-REF
                      " BY " DC-DECIDED-BY
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       ACCEPT-CASE-PARA-EXIT.
           EXIT.

      * DECLINE - otvorena reklamacija ili ona ciji je storno odbijen
      * na knjizenju.
       DECLINE-CASE-PARA.
           IF NOT CASE-FOUND
               PERFORM SET-UNKNOWN-REASON-PARA
                       THRU SET-UNKNOWN-REASON-PARA-EXIT
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO DECLINE-CASE-PARA-EXIT
           END-IF.
           IF NOT DC-OPEN AND NOT DC-POST-FAILED
               MOVE "CASE NOT OPEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO DECLINE-CASE-PARA-EXIT
           END-IF.
           PERFORM CHECK-DECIDER-PARA THRU CHECK-DECIDER-PARA-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO DECLINE-CASE-PARA-EXIT
           END-IF.

           SET DC-DECLINED TO TRUE.
           MOVE DX-USER TO DC-DECIDED-BY.
           MOVE WS-RUN-DATE-NUM TO DC-DECIDED-DATE.
           MOVE DX-TEXT TO DC-NOTE.
           PERFORM STORE-CASE-PARA THRU STORE-CASE-PARA-EXIT.

           ADD 1 TO DECLINED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DECLINED CASE " DC-CASE-ID
                  " ACCOUNT " DC-ACCOUNT-ID
                  " ENTRY " DC-ORIG-REF
                  " BY " DC-DECIDED-BY
                  " - " FUNCTION TRIM(DX-TEXT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       DECLINE-CASE-PARA-EXIT.
           EXIT.

      * Broj reklamacije koje nema u tablici: do najveceg dodijeljenog
      * broja to je zatvorena (arhivirana) reklamacija.
       SET-UNKNOWN-REASON-PARA.
           IF DX-CASE-ID IS NUMERIC AND DX-CASE-ID > 0
                   AND DX-CASE-ID NOT > WS-NEXT-CASE-ID
               MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
           ELSE
               IF DX-IS-ACCEPT
                   MOVE "ACCEPT FOR UNKNOWN CASE" TO WS-REJECT-REASON
               ELSE
                   MOVE "DECLINE FOR UNKNOWN CASE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       SET-UNKNOWN-REASON-PARA-EXIT.
           EXIT.

      * Odluku donosi imenovani operater koji nije otvorio
      * reklamaciju (kontrola cetiri oka, kao PENDCHG promjene).
       CHECK-DECIDER-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           IF DX-USER = SPACES
               MOVE "OPERATOR MISSING" TO WS-REJECT-REASON
           ELSE
               IF DX-USER = DC-OPENED-BY
                   MOVE "DECIDER IS CASE OPENER" TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-DECIDER-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "BANKDSP: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" FUNCTION TRIM(DX-ACTION) " " DX-CASE-ID
                   " " DX-ORIG-REF "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - " FUNCTION TRIM(WS-REJECT-REASON)
                  " [" FUNCTION TRIM(DX-ACTION) " " DX-CASE-ID
                  " " DX-ORIG-REF " " DX-USER "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO WS-REJECT-REASON.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Cijeli novi master reklamacija u DSPOUT; zatvorene
      * reklamacije starog DSPFL-a se tek sada (kad novi master
      * sigurno nastaje) dopisuju u arhivu.
       WRITE-MASTER-PARA.
           OPEN OUTPUT DISPUTE-MASTER-OUT.

           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE CT-RECORD(CAS-IDX) TO DISPUTE-MASTER-OUT-RECORD
               WRITE DISPUTE-MASTER-OUT-RECORD
           END-PERFORM.

           CLOSE DISPUTE-MASTER-OUT.

           OPEN EXTEND DISPUTE-ARCHIVE.
           OPEN INPUT DISPUTE-MASTER-IN.
           MOVE 'N' TO WS-MASTER-EOF.

           READ DISPUTE-MASTER-IN INTO DISPUTE-CASE-RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER
               IF DC-CASE-ID IS NUMERIC AND DC-CASE-ID > 0
                       AND (DC-RESOLVED OR DC-DECLINED)
                   MOVE DISPUTE-MASTER-IN-RECORD
                       TO DISPUTE-ARCHIVE-RECORD
                   WRITE DISPUTE-ARCHIVE-RECORD
                   ADD 1 TO ARCHIVED-COUNT
               END-IF
               READ DISPUTE-MASTER-IN INTO DISPUTE-CASE-RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-MASTER-IN.
           CLOSE DISPUTE-ARCHIVE.

       WRITE-MASTER-PARA-EXIT.
           EXIT.

      * Starost reklamacija koje jos cekaju (otvorene, prihvacene bez
      * ishoda knjizenja, odbijene na knjizenju) - redak po
      * reklamaciji i broj po razredu starosti.
       WRITE-AGEING-PARA.
           MOVE "0-7 DAYS"    TO AB-LABEL(1).
           MOVE "8-30 DAYS"   TO AB-LABEL(2).
           MOVE "31-60 DAYS"  TO AB-LABEL(3).
           MOVE "OVER 60 DAYS" TO AB-LABEL(4).
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
               MOVE ZEROS TO AB-COUNT(AGE-IDX)
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "OPEN DISPUTE AGEING AS OF " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CASE     ACCOUNT      OPENED   AGE   "
                  "STATUS       OPENED BY  ENTRY        "
                  "               AMOUNT CCY REASON"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-CASE-COUNT
               MOVE CT-RECORD(CAS-IDX) TO DISPUTE-CASE-RECORD
               IF DC-OPEN OR DC-ACCEPTED OR DC-POST-FAILED
                   PERFORM WRITE-AGEING-LINE-PARA
                           THRU WRITE-AGEING-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
               MOVE AB-COUNT(AGE-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "PENDING " AB-LABEL(AGE-IDX)
                      " CASES " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
                       THRU WRITE-REPORT-LINE-PARA-EXIT
           END-PERFORM.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OLDEST-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PENDING TOTAL        CASES " WS-COUNT-EDIT
                  "  OLDEST " WS-AGE-EDIT " DAYS"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-AGEING-PARA-EXIT.
           EXIT.

      * Reklamacija u DISPUTE-CASE-RECORD - starost i razred.
       WRITE-AGEING-LINE-PARA.
           MOVE ZEROS TO WS-AGE-DAYS.
           IF DC-OPENED-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(DC-OPENED-DATE)
                       = 0
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(DC-OPENED-DATE)
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   SET AGE-IDX TO 1
               WHEN WS-AGE-DAYS <= 30
                   SET AGE-IDX TO 2
               WHEN WS-AGE-DAYS <= 60
                   SET AGE-IDX TO 3
               WHEN OTHER
                   SET AGE-IDX TO 4
           END-EVALUATE.
           ADD 1 TO AB-COUNT(AGE-IDX).
           ADD 1 TO WS-PENDING-COUNT.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN DC-OPEN
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN DC-ACCEPTED
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "POST FAILED" TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE DC-ORIG-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING DC-CASE-ID " " DC-ACCOUNT-ID " " DC-OPENED-DATE
                  " " WS-AGE-EDIT " " WS-STATUS-TEXT
                  " " DC-OPENED-BY "   " DC-ORIG-REF
                  " " WS-AMOUNT-EDIT " " DC-CURRENCY
                  " " DC-REASON(1:30)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       WRITE-AGEING-LINE-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ACTIONS: " TOTAL-TRX
                  "  OPENED: " OPENED-COUNT
                  "  ACCEPTED: " ACCEPTED-COUNT
                  "  DECLINED: " DECLINED-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "POSTING OUTCOMES - RESOLVED: " RESOLVED-COUNT
                  "  FAILED: " FAILED-COUNT
                  "  CASES ON FILE: " WS-CASE-COUNT
                  "  ARCHIVED: " ARCHIVED-COUNT
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
           MOVE "BANKDSP"   TO ALOG-PROGRAM-NAME
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
