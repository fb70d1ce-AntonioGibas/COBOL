      ******************************************************************
      *    DOGSHLT - Registar gradskog prihvatilista za pse. Dogadaji  *
      *              iz SHLTRX: INTAKE (prihvat nadjenog psa), RECLAIM *
      *              (vlasnik ga preuzima), ADOPT (udomljavanje),      *
      *              EUTHANASIA i DEATH. Na prihvatu se markica trazi  *
      *              u TAG-VSAM pregledu (kao DOGTAG) i registriranom  *
      *              vlasniku ide obavijest kroz NTFQFL red (predlozak *
      *              SHELTER); pas dobiva broj prihvata i rok          *
      *              zakonskog cuvanja (PARM HOLDDAYS=n, default 14)   *
      *              prije kojeg se ne udomljuje. Udomljeni pas se na  *
      *              novog vlasnika prepisuje kroz DOGTRX - program    *
      *              pise TRANSFER (pas s markicom) ili REGISTER (pas  *
      *              bez markice) u SHLDTRX u rasporedu DTRXFL ulaza,  *
      *              a uginuli/eutanazirani registrirani pas dobiva    *
      *              DEREGISTER. Svi dogadaji se dopisuju u trajnu     *
      *              povijest SHLFL (zadaci/copylib/SHLREC), iz koje   *
      *              DOGSHRP radi mjesecni izvjestaj za veterinarski   *
      *              ured.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGSHLT.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELTER-TRX-FILE ASSIGN TO SHLTRX
                  ORGANIZATION IS SEQUENTIAL.

      * Trajna povijest prihvatilista - dopisuje se, nikad ne
      * prepisuje.
           SELECT OPTIONAL SHELTER-FILE ASSIGN TO SHLFL
                  ORGANIZATION IS SEQUENTIAL.

      * Unakrsni pregled markica - vlasnik nadjenog psa.
           SELECT TAG-VSAM ASSIGN TO TAGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TG-TAG
                  FILE STATUS IS TAG-STATUS.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS VSAM-STATUS.

      * Transakcije za DOGTRX (ulaz DTRXFL) - prijenos udomljenog
      * psa na novog vlasnika.
           SELECT DOG-TRX-OUT-FILE ASSIGN TO SHLDTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SHELTER-REPORT ASSIGN TO SHLRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SHELTER-TRX-FILE.
       01 SHELTER-TRX-RECORD.
           05 STX-ACTION        PIC X(10).
               88 STX-IS-INTAKE     VALUE "INTAKE".
               88 STX-IS-RECLAIM    VALUE "RECLAIM".
               88 STX-IS-ADOPT      VALUE "ADOPT".
               88 STX-IS-EUTHANASIA VALUE "EUTHANASIA".
               88 STX-IS-DEATH      VALUE "DEATH".
           05 FILLER            PIC X.
      * Datum dogadaja GGGGMMDD - prazno znaci danas.
           05 STX-DATE          PIC X(8).
           05 FILLER            PIC X.
      * Broj prihvata - za sve osim INTAKE.
           05 STX-INTAKE-NO     PIC X(6).
           05 FILLER            PIC X.
      * INTAKE: markica (prazno ako je nema), ime i pasmina psa bez
      * markice, mjesto nalaza.
           05 STX-TAG           PIC X(6).
           05 FILLER            PIC X.
           05 STX-NAME          PIC X(25).
           05 FILLER            PIC X.
           05 STX-RACE          PIC X(20).
           05 FILLER            PIC X.
      * RECLAIM: tko psa preuzima; ADOPT: novi vlasnik.
           05 STX-PERSON        PIC X(25).
           05 FILLER            PIC X.
           05 STX-PLACE         PIC X(30).

       FD SHELTER-FILE.
           COPY SHLREC.

       FD TAG-VSAM.
           COPY TAGREC.

       FD DOG-VSAM.
           COPY DOGDET.

      * Isti raspored kao DOG-TRX-RECORD u DOGTRX-u.
       FD DOG-TRX-OUT-FILE.
       01 DOG-TRX-OUT-RECORD.
           05 DTO-ACTION        PIC X(10).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-NAME          PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-OWNER         PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-NEW-OWNER     PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-RACE          PIC X(20).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-AGE           PIC X(2).
           05 FILLER            PIC X       VALUE SPACE.
           05 DTO-LITTER        PIC 9(6).

       FD SHELTER-REPORT.
       01 SHELTER-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 TAG-STATUS      PIC XX.
           88 TAG-OK       VALUE "00".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-SHL-EOF       PIC X VALUE 'N'.
           88 END-OF-SHELTER VALUE 'Y'.
       01 WS-CASE-OVERFLOW PIC X VALUE 'N'.
           88 CASE-TABLE-OVERFLOW VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 INTAKE-COUNT     PIC 9(5) VALUE ZEROS.
       01 RECLAIM-COUNT    PIC 9(5) VALUE ZEROS.
       01 ADOPT-COUNT      PIC 9(5) VALUE ZEROS.
       01 EUTHANASIA-COUNT PIC 9(5) VALUE ZEROS.
       01 DEATH-COUNT      PIC 9(5) VALUE ZEROS.
       01 NOTIFIED-COUNT   PIC 9(5) VALUE ZEROS.
       01 DOGTRX-COUNT     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Zakonski rok cuvanja u danima - default 14, nadjacava se
      * PARM-om HOLDDAYS=n.
       01 WS-HOLD-DAYS     PIC 9(3) VALUE 14.

       01 WS-TODAY-DATE-NUM PIC 9(8).
       01 WS-EVENT-DATE     PIC 9(8).
       01 WS-HOLD-UNTIL     PIC 9(8).
       01 WS-TAG-NUM        PIC 9(6).
       01 WS-INTAKE-NUM     PIC 9(6).
      * Najveci broj prihvata u cijeloj povijesti - vodi se zasebno
      * od tablice, jer se zatvoreni slucajevi u nju ne ucitavaju.
       01 WS-LAST-INTAKE    PIC 9(6) VALUE ZEROS.

      * Otvoreni slucajevi iz povijesti i slucajevi ovog runa -
      * prihvat i stanje (I = u prihvatilistu, inace prvo slovo
      * ishoda). Slucaj zatvoren u povijesti ispada iz tablice.
       01 WS-MAX-CASES     PIC 9(4) VALUE 5000.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 SHELTER-CASE-TABLE.
           02 SHELTER-CASE-ENTRY OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-CASE-COUNT
                                  INDEXED BY CS-IDX.
              03 CS-INTAKE-NO   PIC 9(6).
              03 CS-INTAKE-DATE PIC 9(8).
              03 CS-TAG         PIC 9(6).
              03 CS-DOG-NAME    PIC X(25).
              03 CS-OWNER       PIC X(25).
              03 CS-RACE        PIC X(20).
              03 CS-FOUND-PLACE PIC X(30).
              03 CS-HOLD-UNTIL  PIC 9(8).
              03 CS-STATUS      PIC X.
                 88 CS-IN-SHELTER VALUE "I".

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 CASE-FOUND    VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.

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

      * Zapis zajednickog reda izlaznih obavijesti - vidi shared/
      * copylib/NOTIFREC i shared/source/WRITENTF; po jedna
      * obavijest vlasniku po prihvacenom psu s markicom.
           COPY NOTIFREC.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijene
      * transakcije, 8=greska u parametrima ili puna tablica
      * otvorenih slucajeva.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-HOLDDAYS-PARA
                       THRU APPLY-PARM-HOLDDAYS-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-PARA-EXIT.

      * Nepotpuna tablica otvorenih slucajeva bi propustala dvostruki
      * prihvat i ishode - run staje prije ikakvog upisa.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "DOGSHLT: OPEN CASE TABLE FULL ("
                       WS-MAX-CASES ") - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN INPUT SHELTER-TRX-FILE.
           OPEN EXTEND SHELTER-FILE.
           OPEN INPUT TAG-VSAM.
           OPEN INPUT DOG-VSAM.
           OPEN OUTPUT DOG-TRX-OUT-FILE.
           OPEN OUTPUT SHELTER-REPORT.

           MOVE "CITY DOG SHELTER REGISTER" TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "HOLDING PERIOD (DAYS): " WS-HOLD-DAYS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.
           MOVE SPACES TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

           READ SHELTER-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               PERFORM APPLY-SHELTER-TRX-PARA
                       THRU APPLY-SHELTER-TRX-PARA-EXIT
               READ SHELTER-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE SHELTER-TRX-FILE.
           CLOSE SHELTER-FILE.
           CLOSE TAG-VSAM.
           CLOSE DOG-VSAM.
           CLOSE DOG-TRX-OUT-FILE.
           CLOSE SHELTER-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "HOLDDAYS=21", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * HOLDDAYS= (1-365 dana); neispravna vrijednost prekida obradu
      * s RC 8.
       APPLY-PARM-HOLDDAYS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX)) = "HOLDDAYS"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(KW-VALUE(KW-IDX))) = 0
                       AND FUNCTION NUMVAL(KW-VALUE(KW-IDX)) >= 1
                       AND FUNCTION NUMVAL(KW-VALUE(KW-IDX)) <= 365
                       COMPUTE WS-HOLD-DAYS =
                               FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   ELSE
                       DISPLAY "DOGSHLT: INVALID HOLDDAYS= "
                               KW-VALUE(KW-IDX)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-PARM-HOLDDAYS-PARA-EXIT.
           EXIT.

      * Ucitava povijest prihvatilista: svaki INTAKE otvara slucaj,
      * ishod ga zatvara i brise iz tablice; najveci broj prihvata je
      * osnova za nove.
       LOAD-HISTORY-PARA.
           OPEN INPUT SHELTER-FILE.

           READ SHELTER-FILE
               AT END SET END-OF-SHELTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SHELTER
               IF SHL-INTAKE-NO IS NUMERIC AND SHL-INTAKE-NO > 0
                   IF SHL-INTAKE-NO > WS-LAST-INTAKE
                       MOVE SHL-INTAKE-NO TO WS-LAST-INTAKE
                   END-IF
                   IF SHL-IS-INTAKE
                       IF WS-CASE-COUNT < WS-MAX-CASES
                           ADD 1 TO WS-CASE-COUNT
                           MOVE WS-CASE-COUNT TO WS-FOUND-IDX
                           PERFORM STORE-CASE-PARA
                                   THRU STORE-CASE-PARA-EXIT
                       ELSE
                           SET CASE-TABLE-OVERFLOW TO TRUE
                       END-IF
                   ELSE
                       MOVE SHL-INTAKE-NO TO WS-INTAKE-NUM
                       PERFORM FIND-CASE-PARA THRU FIND-CASE-PARA-EXIT
                       IF CASE-FOUND
                           PERFORM REMOVE-CASE-PARA
                                   THRU REMOVE-CASE-PARA-EXIT
                       END-IF
                   END-IF
               END-IF
               READ SHELTER-FILE
                   AT END SET END-OF-SHELTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SHELTER-FILE.

       LOAD-HISTORY-PARA-EXIT.
           EXIT.

      * Brise zatvoreni slucaj WS-FOUND-IDX - na njegovo mjesto dolazi
      * zadnji slucaj u tablici.
       REMOVE-CASE-PARA.
           IF WS-FOUND-IDX < WS-CASE-COUNT
               MOVE SHELTER-CASE-ENTRY(WS-CASE-COUNT)
                   TO SHELTER-CASE-ENTRY(WS-FOUND-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-CASE-COUNT.

       REMOVE-CASE-PARA-EXIT.
           EXIT.

      * Prenosi INTAKE zapis iz SHELTER-RECORD u slucaj WS-FOUND-IDX.
       STORE-CASE-PARA.
           MOVE SHL-INTAKE-NO   TO CS-INTAKE-NO(WS-FOUND-IDX).
           MOVE SHL-EVENT-DATE  TO CS-INTAKE-DATE(WS-FOUND-IDX).
           MOVE SHL-TAG         TO CS-TAG(WS-FOUND-IDX).
           MOVE SHL-DOG-NAME    TO CS-DOG-NAME(WS-FOUND-IDX).
           MOVE SHL-OWNER       TO CS-OWNER(WS-FOUND-IDX).
           MOVE SHL-RACE        TO CS-RACE(WS-FOUND-IDX).
           MOVE SHL-FOUND-PLACE TO CS-FOUND-PLACE(WS-FOUND-IDX).
           MOVE SHL-HOLD-UNTIL  TO CS-HOLD-UNTIL(WS-FOUND-IDX).
           MOVE "I"             TO CS-STATUS(WS-FOUND-IDX).

       STORE-CASE-PARA-EXIT.
           EXIT.

       FIND-CASE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT
               IF CS-INTAKE-NO(CS-IDX) = WS-INTAKE-NUM
                   SET CASE-FOUND TO TRUE
                   SET WS-FOUND-IDX TO CS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CASE-PARA-EXIT.
           EXIT.

      * Jedan dogadaj: datum se provjerava, pa se grana na vrstu.
       APPLY-SHELTER-TRX-PARA.
           IF STX-DATE = SPACES
               MOVE WS-TODAY-DATE-NUM TO WS-EVENT-DATE
           ELSE
               IF STX-DATE IS NOT NUMERIC
                   MOVE "INVALID EVENT DATE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-SHELTER-TRX-PARA-EXIT
               END-IF
               MOVE STX-DATE TO WS-EVENT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
                   MOVE "INVALID EVENT DATE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-SHELTER-TRX-PARA-EXIT
               END-IF
           END-IF.

           IF STX-IS-INTAKE
               PERFORM INTAKE-DOG-PARA THRU INTAKE-DOG-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.

      * Svi ishodi se odnose na psa koji je jos u prihvatilistu.
           IF NOT STX-IS-RECLAIM AND NOT STX-IS-ADOPT
                   AND NOT STX-IS-EUTHANASIA AND NOT STX-IS-DEATH
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.

           IF STX-INTAKE-NO IS NOT NUMERIC
               MOVE "INVALID INTAKE NUMBER" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.
           MOVE STX-INTAKE-NO TO WS-INTAKE-NUM.
           PERFORM FIND-CASE-PARA THRU FIND-CASE-PARA-EXIT.
      * Zatvoreni slucajevi iz povijesti nisu u tablici - broj do
      * najveceg dodijeljenog je pas koji vise nije u prihvatilistu.
           IF NOT CASE-FOUND
               IF WS-INTAKE-NUM > 0
                       AND WS-INTAKE-NUM NOT > WS-LAST-INTAKE
                   MOVE "DOG NO LONGER IN SHELTER" TO WS-REJECT-REASON
               ELSE
                   MOVE "INTAKE NUMBER NOT ON REGISTER"
                       TO WS-REJECT-REASON
               END-IF
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.
           IF NOT CS-IN-SHELTER(WS-FOUND-IDX)
               MOVE "DOG NO LONGER IN SHELTER" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.
           IF WS-EVENT-DATE < CS-INTAKE-DATE(WS-FOUND-IDX)
               MOVE "EVENT DATE BEFORE INTAKE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-SHELTER-TRX-PARA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN STX-IS-RECLAIM
                   PERFORM RECLAIM-DOG-PARA THRU RECLAIM-DOG-PARA-EXIT
               WHEN STX-IS-ADOPT
                   PERFORM ADOPT-DOG-PARA THRU ADOPT-DOG-PARA-EXIT
               WHEN OTHER
                   PERFORM CLOSE-CASE-PARA THRU CLOSE-CASE-PARA-EXIT
           END-EVALUATE.

       APPLY-SHELTER-TRX-PARA-EXIT.
           EXIT.

      * Prihvat: markica se rjesava kroz TAG-VSAM (vlasnik, ime), a
      * pasmina iz DOG-VSAM registra; pas bez markice ili s
      * nepoznatom markicom se prihvaca s podacima iz transakcije.
       INTAKE-DOG-PARA.
           MOVE ZEROS TO WS-TAG-NUM.
           IF STX-TAG NOT = SPACES
               IF STX-TAG IS NOT NUMERIC
                   MOVE "INVALID TAG NUMBER" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO INTAKE-DOG-PARA-EXIT
               END-IF
               MOVE STX-TAG TO WS-TAG-NUM
           END-IF.

      * Isti pas ne moze biti dvaput u prihvatilistu.
           IF WS-TAG-NUM > 0
               PERFORM VARYING CS-IDX FROM 1 BY 1
                       UNTIL CS-IDX > WS-CASE-COUNT
                   IF CS-TAG(CS-IDX) = WS-TAG-NUM
                           AND CS-IN-SHELTER(CS-IDX)
                       MOVE "TAG ALREADY IN SHELTER"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                               THRU REJECT-TRX-PARA-EXIT
                       GO TO INTAKE-DOG-PARA-EXIT
                   END-IF
               END-PERFORM
           END-IF.

      * Puna tablica otvorenih slucajeva je greska (RC 8), ne
      * obicno odbijanje - treba povecati WS-MAX-CASES.
           IF WS-CASE-COUNT NOT LESS THAN WS-MAX-CASES
               MOVE "SHELTER CASE TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               DISPLAY "DOGSHLT: OPEN CASE TABLE FULL ("
                       WS-MAX-CASES ") - INTAKE NOT RECORDED"
               MOVE 8 TO RETURN-CODE
               GO TO INTAKE-DOG-PARA-EXIT
           END-IF.

           MOVE SPACES TO SHELTER-RECORD.
           MOVE "INTAKE"  TO SHL-EVENT.
           MOVE ZEROS     TO SHL-TAG.
           MOVE STX-NAME  TO SHL-DOG-NAME.
           MOVE STX-RACE  TO SHL-RACE.
           MOVE STX-PLACE TO SHL-FOUND-PLACE.
           MOVE "N"       TO SHL-NOTIFIED.

           IF WS-TAG-NUM > 0
               MOVE WS-TAG-NUM TO TG-TAG
               READ TAG-VSAM
                   INVALID KEY
                       MOVE SPACES TO TEMP-REPORT-LINE
                       STRING "  WARNING - TAG " WS-TAG-NUM
                              " NOT ON TAG REGISTER"
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                       MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE
                       WRITE SHELTER-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE TG-TAG      TO SHL-TAG
                       MOVE TG-DOG-NAME TO SHL-DOG-NAME
                       MOVE TG-OWNER    TO SHL-OWNER
                       MOVE TG-DOG-NAME TO DG-NAME
                       MOVE TG-OWNER    TO DG-OWNER
                       READ DOG-VSAM
                           NOT INVALID KEY
                               MOVE DG-RACE TO SHL-RACE
                       END-READ
               END-READ
           END-IF.

           ADD 1 TO WS-LAST-INTAKE.
           MOVE WS-LAST-INTAKE TO SHL-INTAKE-NO.
           MOVE WS-EVENT-DATE  TO SHL-EVENT-DATE.
           COMPUTE WS-HOLD-UNTIL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                   + WS-HOLD-DAYS).
           MOVE WS-HOLD-UNTIL  TO SHL-HOLD-UNTIL.

           IF SHL-OWNER NOT = SPACES
               PERFORM NOTIFY-OWNER-PARA THRU NOTIFY-OWNER-PARA-EXIT
           END-IF.

           MOVE WS-RUN-NUMBER TO SHL-RUN-NUMBER.
           WRITE SHELTER-RECORD.
           ADD 1 TO INTAKE-COUNT.

           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-CASE-COUNT TO WS-FOUND-IDX.
           PERFORM STORE-CASE-PARA THRU STORE-CASE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           IF SHL-OWNER-NOTIFIED
               STRING "INTAKE     " SHL-INTAKE-NO " "
                      FUNCTION TRIM(SHL-DOG-NAME)
                      " TAG " SHL-TAG
                      " OWNER " FUNCTION TRIM(SHL-OWNER)
                      " NOTIFIED - HOLD UNTIL " SHL-HOLD-UNTIL
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "INTAKE     " SHL-INTAKE-NO " "
                      FUNCTION TRIM(SHL-DOG-NAME)
                      " NO KNOWN OWNER - HOLD UNTIL " SHL-HOLD-UNTIL
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

       INTAKE-DOG-PARA-EXIT.
           EXIT.

      * Obavijest registriranom vlasniku: pas, broj prihvata i rok do
      * kojeg ga moze preuzeti.
       NOTIFY-OWNER-PARA.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE SHL-OWNER      TO NTF-RECIPIENT.
           MOVE "MAIL"         TO NTF-CHANNEL.
           MOVE "SHELTER"      TO NTF-TEMPLATE.
           MOVE SHL-DOG-NAME   TO NTF-SUBST-1.
           STRING "INTAKE " SHL-INTAKE-NO
               DELIMITED BY SIZE INTO NTF-SUBST-2.
           MOVE SHL-HOLD-UNTIL TO NTF-SUBST-3.
           MOVE "DOGSHLT"      TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER  TO NTF-RUN-NUMBER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           MOVE "Y" TO SHL-NOTIFIED.
           ADD 1 TO NOTIFIED-COUNT.

       NOTIFY-OWNER-PARA-EXIT.
           EXIT.

      * Preuzimanje: psa s markicom preuzima samo registrirani
      * vlasnik (prazno = on); za psa bez markice preuzimatelj je
      * obavezan.
       RECLAIM-DOG-PARA.
           IF STX-PERSON = SPACES
               IF CS-OWNER(WS-FOUND-IDX) = SPACES
                   MOVE "RECLAIM WITHOUT CLAIMANT" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO RECLAIM-DOG-PARA-EXIT
               END-IF
               MOVE CS-OWNER(WS-FOUND-IDX) TO STX-PERSON
           END-IF.

           IF CS-OWNER(WS-FOUND-IDX) NOT = SPACES
                   AND STX-PERSON NOT = CS-OWNER(WS-FOUND-IDX)
               MOVE "CLAIMANT IS NOT REGISTERED OWNER"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RECLAIM-DOG-PARA-EXIT
           END-IF.

           PERFORM WRITE-OUTCOME-PARA THRU WRITE-OUTCOME-PARA-EXIT.
           ADD 1 TO RECLAIM-COUNT.

       RECLAIM-DOG-PARA-EXIT.
           EXIT.

      * Udomljavanje: tek nakon roka cuvanja; pas se kroz DOGTRX
      * prepisuje na novog vlasnika.
       ADOPT-DOG-PARA.
           IF STX-PERSON = SPACES
               MOVE "ADOPTION WITHOUT NEW OWNER" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADOPT-DOG-PARA-EXIT
           END-IF.

           IF WS-EVENT-DATE NOT > CS-HOLD-UNTIL(WS-FOUND-IDX)
               MOVE "HOLDING PERIOD NOT ELAPSED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADOPT-DOG-PARA-EXIT
           END-IF.

      * Pas bez markice se registrira pod imenom iz prihvata ili
      * imenom koje mu je dao udomitelj.
           IF STX-NAME NOT = SPACES
                   AND CS-OWNER(WS-FOUND-IDX) = SPACES
               MOVE STX-NAME TO CS-DOG-NAME(WS-FOUND-IDX)
           END-IF.
           IF CS-DOG-NAME(WS-FOUND-IDX) = SPACES
               MOVE "ADOPTED DOG HAS NO NAME" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADOPT-DOG-PARA-EXIT
           END-IF.

           MOVE SPACES TO DOG-TRX-OUT-RECORD.
           MOVE CS-DOG-NAME(WS-FOUND-IDX) TO DTO-NAME.
           MOVE CS-RACE(WS-FOUND-IDX)     TO DTO-RACE.
           MOVE ZEROS                     TO DTO-LITTER.
           IF CS-OWNER(WS-FOUND-IDX) NOT = SPACES
               MOVE "TRANSFER"             TO DTO-ACTION
               MOVE CS-OWNER(WS-FOUND-IDX) TO DTO-OWNER
               MOVE STX-PERSON             TO DTO-NEW-OWNER
           ELSE
               MOVE "REGISTER"             TO DTO-ACTION
               MOVE STX-PERSON             TO DTO-OWNER
           END-IF.
           WRITE DOG-TRX-OUT-RECORD.
           ADD 1 TO DOGTRX-COUNT.

           PERFORM WRITE-OUTCOME-PARA THRU WRITE-OUTCOME-PARA-EXIT.
           ADD 1 TO ADOPT-COUNT.

       ADOPT-DOG-PARA-EXIT.
           EXIT.

      * Eutanazija/uginuce: registrirani pas se odjavljuje kroz
      * DOGTRX.
       CLOSE-CASE-PARA.
           IF CS-OWNER(WS-FOUND-IDX) NOT = SPACES
               MOVE SPACES TO DOG-TRX-OUT-RECORD
               MOVE "DEREGISTER"              TO DTO-ACTION
               MOVE CS-DOG-NAME(WS-FOUND-IDX) TO DTO-NAME
               MOVE CS-OWNER(WS-FOUND-IDX)    TO DTO-OWNER
               MOVE ZEROS                     TO DTO-LITTER
               WRITE DOG-TRX-OUT-RECORD
               ADD 1 TO DOGTRX-COUNT
           END-IF.

           PERFORM WRITE-OUTCOME-PARA THRU WRITE-OUTCOME-PARA-EXIT.
           IF STX-IS-EUTHANASIA
               ADD 1 TO EUTHANASIA-COUNT
           ELSE
               ADD 1 TO DEATH-COUNT
           END-IF.

       CLOSE-CASE-PARA-EXIT.
           EXIT.

      * Zapis ishoda u povijest uz podatke o psu iz prihvata; slucaj
      * se zatvara.
       WRITE-OUTCOME-PARA.
           MOVE SPACES TO SHELTER-RECORD.
           MOVE CS-INTAKE-NO(WS-FOUND-IDX)   TO SHL-INTAKE-NO.
           MOVE STX-ACTION                   TO SHL-EVENT.
           MOVE WS-EVENT-DATE                TO SHL-EVENT-DATE.
           MOVE CS-TAG(WS-FOUND-IDX)         TO SHL-TAG.
           MOVE CS-DOG-NAME(WS-FOUND-IDX)    TO SHL-DOG-NAME.
           MOVE CS-OWNER(WS-FOUND-IDX)       TO SHL-OWNER.
           MOVE CS-RACE(WS-FOUND-IDX)        TO SHL-RACE.
           MOVE CS-FOUND-PLACE(WS-FOUND-IDX) TO SHL-FOUND-PLACE.
           MOVE CS-HOLD-UNTIL(WS-FOUND-IDX)  TO SHL-HOLD-UNTIL.
           MOVE STX-PERSON                   TO SHL-PERSON.
           MOVE "N"                          TO SHL-NOTIFIED.
           MOVE WS-RUN-NUMBER                TO SHL-RUN-NUMBER.
           WRITE SHELTER-RECORD.

           MOVE STX-ACTION(1:1) TO CS-STATUS(WS-FOUND-IDX).

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING STX-ACTION " " SHL-INTAKE-NO " "
                  FUNCTION TRIM(SHL-DOG-NAME)
                  " ON " SHL-EVENT-DATE
                  " " FUNCTION TRIM(SHL-PERSON)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

       WRITE-OUTCOME-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "DOGSHLT: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" STX-ACTION "/" STX-INTAKE-NO "/" STX-TAG "]".
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED   " STX-ACTION " " STX-INTAKE-NO
                  " " STX-TAG " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REJECT-TRX-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSACTIONS: " TOTAL-TRX
                  "  INTAKES: " INTAKE-COUNT
                  "  OWNERS NOTIFIED: " NOTIFIED-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RECLAIMED: " RECLAIM-COUNT
                  "  ADOPTED: " ADOPT-COUNT
                  "  EUTHANASIA: " EUTHANASIA-COUNT
                  "  DIED: " DEATH-COUNT
                  "  DOGTRX TRANSACTIONS: " DOGTRX-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELTER-REPORT-LINE.
           WRITE SHELTER-REPORT-LINE.

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
           MOVE "DOGSHLT"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF REJECTED-TRX > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
