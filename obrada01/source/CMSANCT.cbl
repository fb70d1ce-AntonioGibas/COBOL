       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMSANCT.

      ******************************************************************
      * CMSANCT - Registar disciplinskih sankcija. Transakcije iz      *
      *           SANTRX (ADD - nova sankcija: prvak, vrsta, od, do,   *
      *           razlog, tijelo koje ju je izreklo, datum od kojeg se *
      *           ponistavaju rezultati; LIFT - ukidanje postojece     *
      *           sankcije istog prvaka, vrste i pocetka) azuriraju    *
      *           registar SANFL -> SANOUT (vidi obrada01/copylib/     *
      *           SANREC). Suspenzije iz registra provode CMRESULT i   *
      *           CMPRIZE. Sankcija koja ponistava rezultate oduzima   *
      *           titule osvojene u razdoblju ponistenja (pobjede iz   *
      *           knjige nagrada PRZLED; stara slika u CHAMPION-       *
      *           HISTORY tragu, kao CMAPPLY), neisplacene nagrade tog *
      *           razdoblja oznacava ponistenima (V) u novoj knjizi    *
      *           PRZOUT, a vec isplacene ispisuje za povrat. Izvjestaj*
      *           SANRPT zavrsava popisom sankcija na snazi.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTION-TRX-FILE ASSIGN TO SANTRX
                  ORGANIZATION IS SEQUENTIAL.

      * Registar sankcija - stari (SANFL) i novi (SANOUT), prijenos
      * kao WLFL -> WLOUT.
           SELECT OPTIONAL SANCTION-IN ASSIGN TO SANFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SANCTION-OUT ASSIGN TO SANOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

           SELECT PRIZE-LEDGER-IN ASSIGN TO PRZLED
                  ORGANIZATION IS SEQUENTIAL.

      * Nova knjiga nagrada s oznakama ponistenih stavki - JCL je
      * prepisuje preko PRZLED-a (kao CMPAYOUT).
           SELECT PRIZE-LEDGER-OUT ASSIGN TO PRZOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SANCTION-REPORT ASSIGN TO SANRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ADD: sva polja; LIFT: prvak, vrsta i pocetak identificiraju
      * sankciju, SNT-END-DATE je datum ukidanja (nula = danas).
       FD SANCTION-TRX-FILE.
       01 SANCTION-TRX-RECORD.
           05 SNT-ACTION        PIC X(4).
               88 SNT-ADD        VALUE "ADD ".
               88 SNT-LIFT       VALUE "LIFT".
           05 FILLER            PIC X.
           05 SNT-CHAMPION      PIC X(30).
           05 FILLER            PIC X.
           05 SNT-TYPE          PIC X(10).
           05 FILLER            PIC X.
           05 SNT-START-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 SNT-END-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 SNT-REASON        PIC X(40).
           05 FILLER            PIC X.
           05 SNT-AUTHORITY     PIC X(20).
           05 FILLER            PIC X.
           05 SNT-VOID-FROM     PIC 9(8).

       FD SANCTION-IN RECORDING MODE F.
       01 SANCTION-IN-RECORD PIC X(148).

       FD SANCTION-OUT RECORDING MODE F.
       01 SANCTION-OUT-RECORD PIC X(148).

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD PRIZE-LEDGER-IN.
           COPY PRZREC.

       FD PRIZE-LEDGER-OUT RECORDING MODE F.
       01 PRIZE-LEDGER-OUT-RECORD PIC X(98).

       FD SANCTION-REPORT.
       01 SANCTION-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-SAN-EOF       PIC X VALUE 'N'.
           88 END-OF-SANCTIONS VALUE 'Y'.
       01 WS-LEDGER-EOF    PIC X VALUE 'N'.
           88 END-OF-LEDGER VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 ADDED-COUNT      PIC 9(5) VALUE ZEROS.
       01 LIFTED-COUNT     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 TITLES-REVOKED   PIC 9(5) VALUE ZEROS.
       01 VOIDED-ENTRIES   PIC 9(5) VALUE ZEROS.
       01 CLAWBACK-ENTRIES PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZZZZZZZ9.99.
       01 WS-TOTAL-CLAWBACK PIC 9(11)V99 VALUE ZEROS.

      * Registar sankcija u radnoj tablici - cijeli se na kraju
      * ispisuje u SANOUT.
       01 WS-MAX-SANCTIONS PIC 9(4) VALUE 2000.
       01 WS-SANCTION-COUNT PIC 9(4) VALUE 0.
       01 SANCTION-TABLE.
           02 SANCTION-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-SANCTION-COUNT
                              INDEXED BY SN-IDX.
              03 SN-CHAMPION   PIC X(30).
              03 SN-TYPE       PIC X(10).
              03 SN-START      PIC 9(8).
              03 SN-END        PIC 9(8).
              03 SN-REASON     PIC X(40).
              03 SN-AUTHORITY  PIC X(20).
              03 SN-VOID-FROM  PIC 9(8).
              03 SN-STATUS     PIC X.
                 88 SN-ACTIVE  VALUE "A".
              03 SN-LIFT-DATE  PIC 9(8).
              03 SN-RUN-NUMBER PIC 9(6).

      * Razdoblja ponistenja rezultata iz ovog pokretanja - prvak,
      * od, do i broj pobjeda (titula) nadenih u knjizi nagrada.
       01 WS-MAX-VOIDS     PIC 9(4) VALUE 200.
       01 WS-VOID-COUNT    PIC 9(4) VALUE 0.
       01 VOID-TABLE.
           02 VOID-ENTRY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-VOID-COUNT
                          INDEXED BY VD-IDX.
              03 VD-CHAMPION   PIC X(30).
              03 VD-FROM       PIC 9(8).
              03 VD-TO         PIC 9(8).
              03 VD-WINS       PIC 9(4).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-LIFT-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-DATE-INTEGER  PIC 9(8) VALUE ZEROS.
       01 WS-NEW-END       PIC 9(8) VALUE ZEROS.
       01 WS-OLD-TITLES    PIC 9(3) VALUE ZEROS.

      * Datum pokretanja (YYYYMMDD) za CHAMP-LAST-UPDATED, datum
      * ukidanja bez datuma i popis sankcija na snazi.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

      * Zapis registra sankcija - vidi obrada01/copylib/SANREC.
           COPY SANREC.


      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - pozivi uslugnih potprograma
      * bi tako pregazili RC postavljen tijekom obrade, pa ga
      * paragrafi koji ih zovu spremaju prije poziva i vracaju
      * poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Datum/vrijeme pokretanja za audit trag - vidi shared/source/
      * DTSTAMP, shared/copylib/AUDITLOG i shared/source/WRITELOG.
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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

      * Stara slika zapisa prije REWRITE - vidi obrada01/copylib/
      * CHHIST i obrada01/source/WRITEHST.
           COPY CHHIST.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           MOVE WS-ST-YEAR  TO WS-RUN-DATE(1:4).
           MOVE WS-ST-MONTH TO WS-RUN-DATE(5:2).
           MOVE WS-ST-DAY   TO WS-RUN-DATE(7:2).

           PERFORM LOAD-SANCTIONS-PARA THRU LOAD-SANCTIONS-PARA-EXIT.

           OPEN INPUT SANCTION-TRX-FILE.
           OPEN I-O CHAMPION-VSAM.
           OPEN OUTPUT SANCTION-REPORT.

           MOVE "DISCIPLINARY SANCTIONS" TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           READ SANCTION-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               EVALUATE TRUE
                   WHEN SNT-ADD
                       PERFORM ADD-SANCTION-PARA
                               THRU ADD-SANCTION-PARA-EXIT
                   WHEN SNT-LIFT
                       PERFORM LIFT-SANCTION-PARA
                               THRU LIFT-SANCTION-PARA-EXIT
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                               THRU REJECT-TRX-PARA-EXIT
               END-EVALUATE
               READ SANCTION-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SANCTION-TRX-FILE.

           PERFORM VOID-PRIZES-PARA THRU VOID-PRIZES-PARA-EXIT.
           PERFORM REVOKE-TITLES-PARA THRU REVOKE-TITLES-PARA-EXIT.
           PERFORM WRITE-SANCTIONS-PARA THRU WRITE-SANCTIONS-PARA-EXIT.
           PERFORM REPORT-IN-FORCE-PARA THRU REPORT-IN-FORCE-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE CHAMPION-VSAM.
           CLOSE SANCTION-REPORT.
           GOBACK.

      * Ucitava stari registar sankcija u SANCTION-TABLE.
       LOAD-SANCTIONS-PARA.
           OPEN INPUT SANCTION-IN.

           READ SANCTION-IN INTO SANCTION-RECORD
               AT END SET END-OF-SANCTIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SANCTIONS
                   OR WS-SANCTION-COUNT NOT LESS THAN WS-MAX-SANCTIONS
               IF SAN-CHAMPION NOT = SPACES
                       AND SAN-START-DATE IS NUMERIC
                       AND SAN-END-DATE IS NUMERIC
                   ADD 1 TO WS-SANCTION-COUNT
                   MOVE SAN-CHAMPION TO SN-CHAMPION(WS-SANCTION-COUNT)
                   MOVE SAN-TYPE     TO SN-TYPE(WS-SANCTION-COUNT)
                   MOVE SAN-START-DATE TO SN-START(WS-SANCTION-COUNT)
                   MOVE SAN-END-DATE   TO SN-END(WS-SANCTION-COUNT)
                   MOVE SAN-REASON   TO SN-REASON(WS-SANCTION-COUNT)
                   MOVE SAN-AUTHORITY
                       TO SN-AUTHORITY(WS-SANCTION-COUNT)
                   MOVE SAN-VOID-FROM
                       TO SN-VOID-FROM(WS-SANCTION-COUNT)
                   MOVE SAN-STATUS   TO SN-STATUS(WS-SANCTION-COUNT)
                   MOVE SAN-LIFT-DATE
                       TO SN-LIFT-DATE(WS-SANCTION-COUNT)
                   MOVE SAN-RUN-NUMBER
                       TO SN-RUN-NUMBER(WS-SANCTION-COUNT)
               END-IF
               READ SANCTION-IN INTO SANCTION-RECORD
                   AT END SET END-OF-SANCTIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SANCTION-IN.

       LOAD-SANCTIONS-PARA-EXIT.
           EXIT.

      * Nova sankcija: prvak mora postojati, vrsta mora biti poznata,
      * razdoblje ispravno i ista sankcija ne smije vec biti aktivna.
      * Prazan ili nulti datum kraja znaci sankciju bez roka.
       ADD-SANCTION-PARA.
           MOVE SNT-TYPE TO SAN-TYPE.
           IF NOT SAN-VALID-TYPE
               MOVE "INVALID SANCTION TYPE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           IF SNT-START-DATE IS NOT NUMERIC OR SNT-START-DATE = ZEROS
               MOVE "INVALID START DATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           IF SNT-END-DATE IS NOT NUMERIC OR SNT-END-DATE = ZEROS
               MOVE 99999999 TO SNT-END-DATE
           END-IF.
           IF SNT-VOID-FROM IS NOT NUMERIC
               MOVE ZEROS TO SNT-VOID-FROM
           END-IF.

           IF SNT-END-DATE < SNT-START-DATE
               MOVE "END DATE BEFORE START DATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           IF SNT-VOID-FROM > WS-RUN-DATE-N
               MOVE "VOID DATE IN THE FUTURE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           MOVE SNT-CHAMPION TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE "CHAMPION NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO ADD-SANCTION-PARA-EXIT
           END-READ.

           PERFORM FIND-SANCTION-PARA THRU FIND-SANCTION-PARA-EXIT.
           IF ENTRY-FOUND
               MOVE "SANCTION ALREADY ON REGISTER" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           IF WS-SANCTION-COUNT NOT < WS-MAX-SANCTIONS
               MOVE "SANCTION TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO ADD-SANCTION-PARA-EXIT
           END-IF.

           ADD 1 TO WS-SANCTION-COUNT.
           MOVE SNT-CHAMPION   TO SN-CHAMPION(WS-SANCTION-COUNT).
           MOVE SNT-TYPE       TO SN-TYPE(WS-SANCTION-COUNT).
           MOVE SNT-START-DATE TO SN-START(WS-SANCTION-COUNT).
           MOVE SNT-END-DATE   TO SN-END(WS-SANCTION-COUNT).
           MOVE SNT-REASON     TO SN-REASON(WS-SANCTION-COUNT).
           MOVE SNT-AUTHORITY  TO SN-AUTHORITY(WS-SANCTION-COUNT).
           MOVE SNT-VOID-FROM  TO SN-VOID-FROM(WS-SANCTION-COUNT).
           MOVE "A"            TO SN-STATUS(WS-SANCTION-COUNT).
           MOVE ZEROS          TO SN-LIFT-DATE(WS-SANCTION-COUNT).
           MOVE WS-RUN-NUMBER  TO SN-RUN-NUMBER(WS-SANCTION-COUNT).
           ADD 1 TO ADDED-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ADDED       - " SNT-CHAMPION
                  " " SNT-TYPE
                  " " SNT-START-DATE "-" SNT-END-DATE
                  " " FUNCTION TRIM(SNT-REASON)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

      * Ponistenje vrijedi od SAN-VOID-FROM do kraja sankcije, a
      * najkasnije do danas - kasniji rezultati ionako se odbijaju.
           IF SNT-VOID-FROM > ZEROS
                   AND WS-VOID-COUNT < WS-MAX-VOIDS
               ADD 1 TO WS-VOID-COUNT
               MOVE SNT-CHAMPION  TO VD-CHAMPION(WS-VOID-COUNT)
               MOVE SNT-VOID-FROM TO VD-FROM(WS-VOID-COUNT)
               IF SNT-END-DATE < WS-RUN-DATE-N
                   MOVE SNT-END-DATE TO VD-TO(WS-VOID-COUNT)
               ELSE
                   MOVE WS-RUN-DATE-N TO VD-TO(WS-VOID-COUNT)
               END-IF
               MOVE ZEROS TO VD-WINS(WS-VOID-COUNT)
           END-IF.

       ADD-SANCTION-PARA-EXIT.
           EXIT.

      * Ukidanje: aktivna sankcija istog prvaka, vrste i pocetka.
      * Kraj se skracuje na dan prije ukidanja - rezultati iz
      * razdoblja dok je sankcija vrijedila ostaju odbijeni.
       LIFT-SANCTION-PARA.
           PERFORM FIND-SANCTION-PARA THRU FIND-SANCTION-PARA-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "NO ACTIVE SANCTION TO LIFT" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO LIFT-SANCTION-PARA-EXIT
           END-IF.

           IF SNT-END-DATE IS NUMERIC AND SNT-END-DATE > ZEROS
               MOVE SNT-END-DATE TO WS-LIFT-DATE
           ELSE
               MOVE WS-RUN-DATE-N TO WS-LIFT-DATE
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LIFT-DATE) NOT = 0
               MOVE "INVALID LIFT DATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO LIFT-SANCTION-PARA-EXIT
           END-IF.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LIFT-DATE) - 1.
           COMPUTE WS-NEW-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           IF WS-NEW-END < SN-END(WS-FOUND-IDX)
               MOVE WS-NEW-END TO SN-END(WS-FOUND-IDX)
           END-IF.
           MOVE "L"          TO SN-STATUS(WS-FOUND-IDX).
           MOVE WS-LIFT-DATE TO SN-LIFT-DATE(WS-FOUND-IDX).
           ADD 1 TO LIFTED-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LIFTED      - " SNT-CHAMPION
                  " " SNT-TYPE
                  " " SNT-START-DATE " LIFTED " WS-LIFT-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

       LIFT-SANCTION-PARA-EXIT.
           EXIT.

      * Trazi aktivnu sankciju prvaka SNT-CHAMPION iste vrste i
      * pocetka.
       FIND-SANCTION-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SANCTION-COUNT
               IF SN-CHAMPION(SN-IDX) = SNT-CHAMPION
                       AND SN-TYPE(SN-IDX) = SNT-TYPE
                       AND SN-START(SN-IDX) = SNT-START-DATE
                       AND SN-ACTIVE(SN-IDX)
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO SN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SANCTION-PARA-EXIT.
           EXIT.

      * Prepisuje knjigu nagrada u PRZOUT. Stavke prvaka iz razdoblja
      * ponistenja: neisplacene se oznacavaju ponistenima (V),
      * isplacene idu na popis za povrat; pobjede (plasman 1) se
      * broje za oduzimanje titula.
       VOID-PRIZES-PARA.
           OPEN INPUT PRIZE-LEDGER-IN.
           OPEN OUTPUT PRIZE-LEDGER-OUT.

           MOVE SPACES TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.
           MOVE "PRIZE ENTRIES OF VOIDED RESULTS"
               TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           READ PRIZE-LEDGER-IN
               AT END SET END-OF-LEDGER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LEDGER
               IF WS-VOID-COUNT > 0
                   PERFORM CHECK-PRIZE-ENTRY-PARA
                           THRU CHECK-PRIZE-ENTRY-PARA-EXIT
               END-IF
               MOVE PRIZE-LEDGER-RECORD TO PRIZE-LEDGER-OUT-RECORD
               WRITE PRIZE-LEDGER-OUT-RECORD
               READ PRIZE-LEDGER-IN
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PRIZE-LEDGER-IN.
           CLOSE PRIZE-LEDGER-OUT.

           IF VOIDED-ENTRIES = 0 AND CLAWBACK-ENTRIES = 0
               MOVE "  NONE" TO SANCTION-REPORT-LINE
               WRITE SANCTION-REPORT-LINE
           END-IF.

       VOID-PRIZES-PARA-EXIT.
           EXIT.

       CHECK-PRIZE-ENTRY-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING VD-IDX FROM 1 BY 1
                   UNTIL VD-IDX > WS-VOID-COUNT
               IF VD-CHAMPION(VD-IDX) = PRZ-CHAMPION
                       AND PRZ-DATE NOT < VD-FROM(VD-IDX)
                       AND PRZ-DATE NOT > VD-TO(VD-IDX)
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO VD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND OR PRZ-VOIDED
               GO TO CHECK-PRIZE-ENTRY-PARA-EXIT
           END-IF.

           IF PRZ-PLACEMENT = 1
               ADD 1 TO VD-WINS(WS-FOUND-IDX)
           END-IF.

           MOVE PRZ-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF PRZ-PAID
               ADD 1 TO CLAWBACK-ENTRIES
               ADD PRZ-AMOUNT TO WS-TOTAL-CLAWBACK
               STRING "  " PRZ-CHAMPION
                      " " PRZ-EVENT
                      " " PRZ-DATE
                      " " WS-AMOUNT-EDIT
                      "  PAID " PRZ-PAID-DATE " - CLAWBACK"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               ADD 1 TO VOIDED-ENTRIES
               MOVE "V" TO PRZ-STATUS
               STRING "  " PRZ-CHAMPION
                      " " PRZ-EVENT
                      " " PRZ-DATE
                      " " WS-AMOUNT-EDIT
                      "  UNPAID - VOIDED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

       CHECK-PRIZE-ENTRY-PARA-EXIT.
           EXIT.

      * Oduzima titule osvojene u razdobljima ponistenja.
       REVOKE-TITLES-PARA.
           MOVE SPACES TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.
           MOVE "TITLES REVOKED" TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           PERFORM VARYING VD-IDX FROM 1 BY 1
                   UNTIL VD-IDX > WS-VOID-COUNT
               IF VD-WINS(VD-IDX) > 0
                   PERFORM REVOKE-ONE-PARA THRU REVOKE-ONE-PARA-EXIT
               END-IF
           END-PERFORM.

           IF TITLES-REVOKED = 0
               MOVE "  NONE" TO SANCTION-REPORT-LINE
               WRITE SANCTION-REPORT-LINE
           END-IF.

       REVOKE-TITLES-PARA-EXIT.
           EXIT.

       REVOKE-ONE-PARA.
           MOVE VD-CHAMPION(VD-IDX) TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE "REVOKE-ONE-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO REVOKE-ONE-PARA-EXIT
           END-READ.

           IF CHAMP-TITLES = 0
               GO TO REVOKE-ONE-PARA-EXIT
           END-IF.

           PERFORM JOURNAL-BEFORE-IMAGE-PARA
                   THRU JOURNAL-BEFORE-IMAGE-PARA-EXIT.

           MOVE CHAMP-TITLES TO WS-OLD-TITLES.
           IF VD-WINS(VD-IDX) > CHAMP-TITLES
               MOVE CHAMP-TITLES TO VD-WINS(VD-IDX)
           END-IF.
           SUBTRACT VD-WINS(VD-IDX) FROM CHAMP-TITLES.
           MOVE WS-RUN-DATE TO CHAMP-LAST-UPDATED.

           REWRITE CHAMPION-DETAIL
               INVALID KEY
                   MOVE "REVOKE-ONE-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO REVOKE-ONE-PARA-EXIT
           END-REWRITE.

           ADD VD-WINS(VD-IDX) TO TITLES-REVOKED.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " CHAMP-NAME
                  " RESULTS " VD-FROM(VD-IDX) "-" VD-TO(VD-IDX)
                  " TITLES " WS-OLD-TITLES " -> " CHAMP-TITLES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

       REVOKE-ONE-PARA-EXIT.
           EXIT.

      * Upisuje staru sliku CHAMPION-DETAIL zapisa prije REWRITE-a u
      * CHAMPION-HISTORY trag (obrada01/source/WRITEHST).
       JOURNAL-BEFORE-IMAGE-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE CHAMP-NAME TO CHH-CHAMP-NAME.
           MOVE WS-ST-YEAR  TO CHH-RUN-ID(1:4).
           MOVE WS-ST-MONTH TO CHH-RUN-ID(5:2).
           MOVE WS-ST-DAY   TO CHH-RUN-ID(7:2).
           MOVE WS-START-TIMESTAMP TO CHH-CHANGE-TIMESTAMP.
           MOVE "CMSANCT" TO CHH-CHANGED-BY.
           MOVE "UPDATE" TO CHH-ACTION.
           MOVE CHAMP-TEAM         TO CHH-OLD-TEAM.
           MOVE CHAMP-REGION       TO CHH-OLD-REGION.
           MOVE CHAMP-ROLE         TO CHH-OLD-ROLE.
           MOVE CHAMP-TITLES       TO CHH-OLD-TITLES.
           MOVE CHAMP-LAST-UPDATED TO CHH-OLD-LAST-UPDATED.
           MOVE WS-RUN-NUMBER      TO CHH-RUN-NUMBER.
           CALL "WRITEHST" USING CHAMPION-HISTORY-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       JOURNAL-BEFORE-IMAGE-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CMSANCT: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ": " SNT-CHAMPION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED    - " FUNCTION TRIM(WS-REJECT-REASON)
                  ": [" SNT-ACTION " " SNT-CHAMPION "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "CMSANCT: VSAM ERROR " VSAM-STATUS
           MOVE "CMSANCT" TO EXC-PROGRAM-ID
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR " CHAMP-NAME
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

      * Ispisuje cijeli novi registar sankcija u SANOUT.
       WRITE-SANCTIONS-PARA.
           OPEN OUTPUT SANCTION-OUT.

           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SANCTION-COUNT
               MOVE SPACES TO SANCTION-RECORD
               MOVE SN-CHAMPION(SN-IDX)   TO SAN-CHAMPION
               MOVE SN-TYPE(SN-IDX)       TO SAN-TYPE
               MOVE SN-START(SN-IDX)      TO SAN-START-DATE
               MOVE SN-END(SN-IDX)        TO SAN-END-DATE
               MOVE SN-REASON(SN-IDX)     TO SAN-REASON
               MOVE SN-AUTHORITY(SN-IDX)  TO SAN-AUTHORITY
               MOVE SN-VOID-FROM(SN-IDX)  TO SAN-VOID-FROM
               MOVE SN-STATUS(SN-IDX)     TO SAN-STATUS
               MOVE SN-LIFT-DATE(SN-IDX)  TO SAN-LIFT-DATE
               MOVE SN-RUN-NUMBER(SN-IDX) TO SAN-RUN-NUMBER
               WRITE SANCTION-OUT-RECORD FROM SANCTION-RECORD
           END-PERFORM.

           CLOSE SANCTION-OUT.

       WRITE-SANCTIONS-PARA-EXIT.
           EXIT.

      * Sankcije koje na datum pokretanja vrijede.
       REPORT-IN-FORCE-PARA.
           MOVE SPACES TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "SANCTIONS IN FORCE ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SANCTION-COUNT
               IF WS-RUN-DATE-N NOT < SN-START(SN-IDX)
                       AND WS-RUN-DATE-N NOT > SN-END(SN-IDX)
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " SN-CHAMPION(SN-IDX)
                          " " SN-TYPE(SN-IDX)
                          " " SN-START(SN-IDX) "-" SN-END(SN-IDX)
                          " " SN-AUTHORITY(SN-IDX)
                          " " FUNCTION TRIM(SN-REASON(SN-IDX))
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE
                   WRITE SANCTION-REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-IN-FORCE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSACTIONS READ: " TOTAL-TRX
                  "  ADDED: " ADDED-COUNT
                  "  LIFTED: " LIFTED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  TITLES REVOKED: " TITLES-REVOKED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           MOVE WS-TOTAL-CLAWBACK TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PRIZES VOIDED: " VOIDED-ENTRIES
                  "  CLAWBACK ENTRIES: " CLAWBACK-ENTRIES
                  "  CLAWBACK TOTAL: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SANCTION-REPORT-LINE.
           WRITE SANCTION-REPORT-LINE.

           IF CLAWBACK-ENTRIES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           MOVE "CMSANCT"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0 OR CLAWBACK-ENTRIES > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
