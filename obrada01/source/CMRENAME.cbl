       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMRENAME.

      ******************************************************************
      * CMRENAME - Preimenovanje prvaka (promjena imena u igri).       *
      *            CHAMP-NAME je kljuc CHAMPION-VSAM-a, pa se RENAME   *
      *            transakcija iz RNMTRX (staro ime, novo ime) provodi *
      *            kao kontrolirani re-key: zapis se upisuje pod novim *
      *            kljucem i brise pod starim (stara slika s akcijom   *
      *            RENAME ide u trag promjena), a ime se prepisuje u   *
      *            svim datotekama koje se vezu na prvaka po imenu -   *
      *            CHHSTFL, WLFL, PRZLED, SPNSFL (ugovori na prvaka),  *
      *            SNAPFL, ABSFL, RTGFL, XFRREG, SANFL i MANDFL        *
      *            (mandati za isplatu nagrada). Svaka od njih se      *
      *            prepisuje u novu generaciju (...OUT), koju JCL      *
      *            kataloga preko stare samo uz RC manji od 12. Ako    *
      *            bilo koja datoteka ne uspije, VSAM re-key se ne     *
      *            radi (ili se vec napravljeni vraca) i run zavrsava  *
      *            s RC 12 - nista nije preimenovano (isto i kad je    *
      *            hash lanac CHHSTFL-a vec prekinut). Staro ime       *
      *            ostaje u tablici starih imena ALSFL -> ALSOUT (vidi *
      *            obrada01/copylib/ALIASREC), preko koje CMHIST,      *
      *            CMLOOKUP i CMASOF nalaze prvaka i pod starim        *
      *            imenom.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENAME-TRX-FILE ASSIGN TO RNMTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

      * Tablica starih imena - stara (ALSFL) i nova (ALSOUT).
           SELECT OPTIONAL ALIAS-IN ASSIGN TO ALSFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ALIAS-OUT ASSIGN TO ALSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

      * Ovisne datoteke - svaka se cita cijela i prepisuje u novu
      * generaciju s novim imenom prvaka. Izlazi imaju FILE STATUS
      * jer neuspjeli zapis mora zaustaviti cijelo preimenovanje.
           SELECT OPTIONAL HISTORY-IN ASSIGN TO CHHSTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HIST-IN-STATUS.
           SELECT HISTORY-OUT ASSIGN TO CHHOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL WINLOSS-IN ASSIGN TO WLFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT WINLOSS-OUT ASSIGN TO WLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL PRIZE-LEDGER-IN ASSIGN TO PRZLED
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRIZE-LEDGER-OUT ASSIGN TO PRZOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL SPONSOR-IN ASSIGN TO SPNSFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SPONSOR-OUT ASSIGN TO SPNSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL SNAPSHOT-IN ASSIGN TO SNAPFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SNAPSHOT-OUT ASSIGN TO SNAPOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL ABSENT-IN ASSIGN TO ABSFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ABSENT-OUT ASSIGN TO ABSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL RATING-IN ASSIGN TO RTGFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RATING-OUT ASSIGN TO RTGOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL TRANSFER-IN ASSIGN TO XFRREG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSFER-OUT ASSIGN TO XFROUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL SANCTION-IN ASSIGN TO SANFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SANCTION-OUT ASSIGN TO SANOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT OPTIONAL MANDATE-IN ASSIGN TO MANDFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MANDATE-OUT ASSIGN TO MANDOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SEQ-STATUS.

           SELECT RENAME-REPORT ASSIGN TO RNMRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RENAME-TRX-FILE.
       01 RENAME-TRX-RECORD.
           05 RNT-ACTION        PIC X(6).
               88 RNT-RENAME     VALUE "RENAME".
           05 FILLER            PIC X.
           05 RNT-OLD-NAME      PIC X(30).
           05 FILLER            PIC X.
           05 RNT-NEW-NAME      PIC X(30).

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD ALIAS-IN RECORDING MODE F.
       01 ALIAS-IN-RECORD PIC X(77).
       FD ALIAS-OUT RECORDING MODE F.
       01 ALIAS-OUT-RECORD PIC X(77).

       FD HISTORY-IN RECORDING MODE F.
       01 HISTORY-IN-RECORD PIC X(184).
       FD HISTORY-OUT RECORDING MODE F.
       01 HISTORY-OUT-RECORD PIC X(184).

      * Win/loss master (CMRESULT) - ime prvaka u prvih 30 bajtova.
       FD WINLOSS-IN RECORDING MODE F.
       01 WINLOSS-IN-RECORD PIC X(40).
       FD WINLOSS-OUT RECORDING MODE F.
       01 WINLOSS-OUT-RECORD PIC X(40).

       FD PRIZE-LEDGER-IN RECORDING MODE F.
       01 PRIZE-LEDGER-IN-RECORD PIC X(98).
       FD PRIZE-LEDGER-OUT RECORDING MODE F.
       01 PRIZE-LEDGER-OUT-RECORD PIC X(98).

      * Sponzorski ugovori (CMSPONS) - vrsta strane na poziciji 37,
      * ime strane od pozicije 39; mijenjaju se samo ugovori na
      * prvaka (C).
       FD SPONSOR-IN RECORDING MODE F.
       01 SPONSOR-IN-RECORD PIC X(100).
       FD SPONSOR-OUT RECORDING MODE F.
       01 SPONSOR-OUT-RECORD PIC X(100).

       FD SNAPSHOT-IN RECORDING MODE F.
       01 SNAPSHOT-IN-RECORD PIC X(111).
       FD SNAPSHOT-OUT RECORDING MODE F.
       01 SNAPSHOT-OUT-RECORD PIC X(111).

      * Brojaci izostanaka (CMSWEEP) - ime prvaka u prvih 30 bajtova.
       FD ABSENT-IN RECORDING MODE F.
       01 ABSENT-IN-RECORD PIC X(34).
       FD ABSENT-OUT RECORDING MODE F.
       01 ABSENT-OUT-RECORD PIC X(34).

       FD RATING-IN RECORDING MODE F.
       01 RATING-IN-RECORD PIC X(56).
       FD RATING-OUT RECORDING MODE F.
       01 RATING-OUT-RECORD PIC X(56).

       FD TRANSFER-IN RECORDING MODE F.
       01 TRANSFER-IN-RECORD PIC X(129).
       FD TRANSFER-OUT RECORDING MODE F.
       01 TRANSFER-OUT-RECORD PIC X(129).

       FD SANCTION-IN RECORDING MODE F.
       01 SANCTION-IN-RECORD PIC X(148).
       FD SANCTION-OUT RECORDING MODE F.
       01 SANCTION-OUT-RECORD PIC X(148).

      * Mandati za isplatu nagrada (CMPAYOUT) - ime prvaka u prvih
      * 30 bajtova.
       FD MANDATE-IN RECORDING MODE F.
       01 MANDATE-IN-RECORD PIC X(96).
       FD MANDATE-OUT RECORDING MODE F.
       01 MANDATE-OUT-RECORD PIC X(96).

       FD RENAME-REPORT.
       01 RENAME-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 SEQ-STATUS      PIC XX.
           88 SEQ-OK       VALUE "00".
      * 05 = OPTIONAL CHHSTFL jos ne postoji (prazan trag).
       01 HIST-IN-STATUS  PIC XX.
           88 HIST-IN-OK   VALUE "00" "05".

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-IN-EOF        PIC X VALUE 'N'.
           88 END-OF-INPUT  VALUE 'Y'.

      * Neuspjeh bilo koje datoteke - preimenovanje se napusta.
       01 WS-FAILED-FLAG   PIC X VALUE 'N'.
           88 RENAME-FAILED VALUE 'Y'.
       01 WS-FAILED-FILE   PIC X(8) VALUE SPACES.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 RENAMED-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-FILE-CHANGES  PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Preimenovanja iz ovog pokretanja; RN-DETAIL cuva zapis iz
      * CHAMPION-VSAM-a za re-key i staru sliku u tragu promjena.
       01 WS-MAX-RENAMES   PIC 9(3) VALUE 100.
       01 WS-RENAME-COUNT  PIC 9(3) VALUE 0.
       01 RENAME-TABLE.
           02 RENAME-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-RENAME-COUNT
                            INDEXED BY RN-IDX.
              03 RN-OLD-NAME   PIC X(30).
              03 RN-NEW-NAME   PIC X(30).
              03 RN-DETAIL     PIC X(106).
              03 RN-CHANGES    PIC 9(7).
              03 RN-REKEYED    PIC X.
                 88 RN-IS-REKEYED VALUE 'Y'.

      * Tablica starih imena - cijela se na kraju ispisuje u ALSOUT.
       01 WS-MAX-ALIASES   PIC 9(4) VALUE 2000.
       01 WS-ALIAS-COUNT   PIC 9(4) VALUE 0.
       01 ALIAS-TABLE.
           02 ALIAS-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-ALIAS-COUNT
                           INDEXED BY AL-IDX.
              03 AT-OLD-NAME   PIC X(30).
              03 AT-CURRENT    PIC X(30).
              03 AT-DATE       PIC 9(8).
              03 AT-RUN-NUMBER PIC 9(6).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-NAME   PIC X(30) VALUE SPACES.
       01 WS-NEW-NAME      PIC X(30) VALUE SPACES.
       01 WS-BACKOUT-IDX   PIC 9(3) VALUE ZEROS.

      * Datum pokretanja (YYYYMMDD) za CHAMP-LAST-UPDATED i tablicu
      * starih imena.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

      * Rasporedi ovisnih datoteka - vidi obrada01/copylib.
           COPY ALIASREC.
           COPY PRZREC.
           COPY SNAPREC.
           COPY RTGREC.
           COPY XFRREC.
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

      * Prepisani trag promjena ulancava se iznova od prvog zapisa
      * (ime prvaka je dio sadrzaja nad kojim se racuna hash) - vidi
      * shared/source/CHNHASH.
           COPY CHNREQ.
       01 WS-HISTORY-HASH  PIC X(16) VALUE SPACES.

      * Postojeci lanac CHHSTFL-a provjerava se pri citanju (kao u
      * shared/source/CHNVRFY) - prekinut lanac se ne smije tiho
      * ponovno potpisati u novoj generaciji.
       01 WS-OLD-CHAIN-HASH PIC X(16) VALUE SPACES.
       01 WS-OLD-CHAIN-FLAG PIC X VALUE 'N'.
           88 OLD-CHAIN-STARTED VALUE 'Y'.
       01 WS-HISTORY-RECNO  PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a (preimenovanje napusteno).
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           MOVE WS-ST-YEAR  TO WS-RUN-DATE(1:4).
           MOVE WS-ST-MONTH TO WS-RUN-DATE(5:2).
           MOVE WS-ST-DAY   TO WS-RUN-DATE(7:2).

           PERFORM LOAD-ALIASES-PARA THRU LOAD-ALIASES-PARA-EXIT.

           OPEN INPUT RENAME-TRX-FILE.
           OPEN I-O CHAMPION-VSAM.
           OPEN OUTPUT RENAME-REPORT.

           MOVE "CHAMPION RENAME RUN" TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

           READ RENAME-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               ADD 1 TO TOTAL-TRX
               PERFORM VALIDATE-RENAME-PARA
                       THRU VALIDATE-RENAME-PARA-EXIT
               READ RENAME-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RENAME-TRX-FILE.

      * Prvo sve ovisne datoteke i tablica starih imena, tek onda
      * re-key u klasteru - trag promjena ostaje otvoren za zapise o
      * preimenovanju.
           PERFORM CASCADE-FILES-PARA THRU CASCADE-FILES-PARA-EXIT.

           IF NOT RENAME-FAILED
               PERFORM REKEY-CHAMPIONS-PARA
                       THRU REKEY-CHAMPIONS-PARA-EXIT
           END-IF.

           IF NOT RENAME-FAILED
               PERFORM JOURNAL-RENAMES-PARA
                       THRU JOURNAL-RENAMES-PARA-EXIT
      * Re-key bez zapisa RENAME u tragu se ne smije zadrzati.
               IF RENAME-FAILED
                   PERFORM BACKOUT-REKEY-PARA
                           THRU BACKOUT-REKEY-PARA-EXIT
               END-IF
           END-IF.
           CLOSE HISTORY-OUT.

           PERFORM REPORT-RENAMES-PARA THRU REPORT-RENAMES-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE CHAMPION-VSAM.
           CLOSE RENAME-REPORT.
           GOBACK.

      * Ucitava tablicu starih imena u ALIAS-TABLE.
       LOAD-ALIASES-PARA.
           OPEN INPUT ALIAS-IN.
           MOVE 'N' TO WS-IN-EOF.

           READ ALIAS-IN INTO ALIAS-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT
                   OR WS-ALIAS-COUNT NOT LESS THAN WS-MAX-ALIASES
               IF ALS-OLD-NAME NOT = SPACES
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE ALS-OLD-NAME     TO AT-OLD-NAME(WS-ALIAS-COUNT)
                   MOVE ALS-CURRENT-NAME TO AT-CURRENT(WS-ALIAS-COUNT)
                   MOVE ALS-RENAME-DATE  TO AT-DATE(WS-ALIAS-COUNT)
                   MOVE ALS-RUN-NUMBER
                       TO AT-RUN-NUMBER(WS-ALIAS-COUNT)
               END-IF
               READ ALIAS-IN INTO ALIAS-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

      * Tablica puna, a ALSFL ima jos zapisa - ALSOUT bi ih izgubio,
      * pa se cijelo preimenovanje napusta.
           IF NOT END-OF-INPUT
               SET RENAME-FAILED TO TRUE
               MOVE "ALSFL" TO WS-FAILED-FILE
               DISPLAY "CMRENAME: ALSFL HAS MORE THAN " WS-MAX-ALIASES
                       " RECORDS - RENAME RUN ABANDONED"
               MOVE "CMRENAME" TO EXC-PROGRAM-ID
               MOVE "LOAD-ALIASES-PARA" TO EXC-PARAGRAPH
               MOVE "TABLE" TO EXC-CONDITION-CODE
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "ALSFL EXCEEDS " WS-MAX-ALIASES
                      " ENTRIES - RENAME RUN ABANDONED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
               MOVE 12 TO RETURN-CODE
           END-IF.

           CLOSE ALIAS-IN.

       LOAD-ALIASES-PARA-EXIT.
           EXIT.

      * Provjera jednog preimenovanja: staro ime postoji, novo ne
      * postoji ni u klasteru ni kao staro ime drugog prvaka, i
      * nijedno od njih se vec ne pojavljuje u ovom pokretanju.
       VALIDATE-RENAME-PARA.
           IF NOT RNT-RENAME
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALIDATE-RENAME-PARA-EXIT
           END-IF.

           IF RNT-OLD-NAME = SPACES OR RNT-NEW-NAME = SPACES
               MOVE "OLD OR NEW NAME MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALIDATE-RENAME-PARA-EXIT
           END-IF.

           IF RNT-OLD-NAME = RNT-NEW-NAME
               MOVE "NEW NAME EQUALS OLD NAME" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALIDATE-RENAME-PARA-EXIT
           END-IF.

           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT
               IF RN-OLD-NAME(RN-IDX) = RNT-OLD-NAME
                       OR RN-OLD-NAME(RN-IDX) = RNT-NEW-NAME
                       OR RN-NEW-NAME(RN-IDX) = RNT-OLD-NAME
                       OR RN-NEW-NAME(RN-IDX) = RNT-NEW-NAME
                   MOVE "NAME ALREADY RENAMED IN THIS RUN"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO VALIDATE-RENAME-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALIAS-COUNT
               IF AT-OLD-NAME(AL-IDX) = RNT-NEW-NAME
                       AND AT-CURRENT(AL-IDX) NOT = RNT-OLD-NAME
                   MOVE "NEW NAME IS AN ALIAS OF ANOTHER CHAMPION"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO VALIDATE-RENAME-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE RNT-NEW-NAME TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW NAME ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO VALIDATE-RENAME-PARA-EXIT
           END-READ.

           MOVE RNT-OLD-NAME TO CHAMP-NAME.
           READ CHAMPION-VSAM
               INVALID KEY
                   MOVE "CHAMPION NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO VALIDATE-RENAME-PARA-EXIT
           END-READ.

           IF WS-RENAME-COUNT NOT < WS-MAX-RENAMES
               MOVE "TOO MANY RENAMES IN ONE RUN" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALIDATE-RENAME-PARA-EXIT
           END-IF.

      * Svako preimenovanje dodaje jedno staro ime u ALIAS-TABLE.
           IF WS-RENAME-COUNT NOT < WS-MAX-ALIASES - WS-ALIAS-COUNT
               MOVE "ALIAS TABLE FULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO VALIDATE-RENAME-PARA-EXIT
           END-IF.

           ADD 1 TO WS-RENAME-COUNT.
           MOVE RNT-OLD-NAME     TO RN-OLD-NAME(WS-RENAME-COUNT).
           MOVE RNT-NEW-NAME     TO RN-NEW-NAME(WS-RENAME-COUNT).
           MOVE CHAMPION-DETAIL  TO RN-DETAIL(WS-RENAME-COUNT).
           MOVE ZEROS            TO RN-CHANGES(WS-RENAME-COUNT).
           MOVE 'N'              TO RN-REKEYED(WS-RENAME-COUNT).

       VALIDATE-RENAME-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CMRENAME: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ": " RNT-OLD-NAME.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED    - " FUNCTION TRIM(WS-REJECT-REASON)
                  ": [" RNT-OLD-NAME "] -> [" RNT-NEW-NAME "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Trazi WS-LOOKUP-NAME medju starim imenima ovog pokretanja;
      * novo ime vraca u WS-NEW-NAME i broji promjenu.
       FIND-RENAME-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT
               IF RN-OLD-NAME(RN-IDX) = WS-LOOKUP-NAME
                   SET ENTRY-FOUND TO TRUE
                   MOVE RN-NEW-NAME(RN-IDX) TO WS-NEW-NAME
                   ADD 1 TO RN-CHANGES(RN-IDX)
                   ADD 1 TO WS-FILE-CHANGES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RENAME-PARA-EXIT.
           EXIT.

      * Neuspjeh OPEN/WRITE na izlaznoj datoteci - zapisuje se u
      * zajednicki EXCPTFL i preimenovanje se napusta.
       CHECK-SEQ-STATUS-PARA.
           IF SEQ-OK
               GO TO CHECK-SEQ-STATUS-PARA-EXIT
           END-IF.

           SET RENAME-FAILED TO TRUE.
           DISPLAY "CMRENAME: FILE ERROR " SEQ-STATUS
                   " ON " WS-FAILED-FILE.
           MOVE "CMRENAME" TO EXC-PROGRAM-ID.
           MOVE "CASCADE-FILES-PARA" TO EXC-PARAGRAPH.
           MOVE SEQ-STATUS TO EXC-CONDITION-CODE.
           MOVE SPACES TO EXC-DESCRIPTION.
           STRING "FILE ERROR ON " FUNCTION TRIM(WS-FAILED-FILE)
                  " - RENAME RUN ABANDONED"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION.
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD.
           MOVE 12 TO RETURN-CODE.

       CHECK-SEQ-STATUS-PARA-EXIT.
           EXIT.

      * Prepisuje sve ovisne datoteke u nove generacije, redom; prvi
      * neuspjeh prekida niz.
       CASCADE-FILES-PARA.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-HISTORY-PARA THRU CASCADE-HISTORY-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-WINLOSS-PARA THRU CASCADE-WINLOSS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-PRIZES-PARA THRU CASCADE-PRIZES-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-SPONSORS-PARA
                   THRU CASCADE-SPONSORS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-SNAPSHOTS-PARA
                   THRU CASCADE-SNAPSHOTS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-ABSENCES-PARA
                   THRU CASCADE-ABSENCES-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-RATINGS-PARA THRU CASCADE-RATINGS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-TRANSFERS-PARA
                   THRU CASCADE-TRANSFERS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-SANCTIONS-PARA
                   THRU CASCADE-SANCTIONS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM CASCADE-MANDATES-PARA
                   THRU CASCADE-MANDATES-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-FILES-PARA-EXIT
           END-IF.
           PERFORM WRITE-ALIASES-PARA THRU WRITE-ALIASES-PARA-EXIT.

       CASCADE-FILES-PARA-EXIT.
           EXIT.

      * CHHSTFL -> CHHOUT; CHHOUT ostaje otvoren za zapise RENAME.
       CASCADE-HISTORY-PARA.
           MOVE "CHHOUT" TO WS-FAILED-FILE.
           OPEN OUTPUT HISTORY-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           IF RENAME-FAILED
               GO TO CASCADE-HISTORY-PARA-EXIT
           END-IF.

           OPEN INPUT HISTORY-IN.
           IF NOT HIST-IN-OK
               MOVE "CHHSTFL" TO WS-FAILED-FILE
               MOVE HIST-IN-STATUS TO SEQ-STATUS
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               GO TO CASCADE-HISTORY-PARA-EXIT
           END-IF.
           MOVE "CHHOUT" TO WS-FAILED-FILE.
           MOVE 'N' TO WS-IN-EOF.
           MOVE 'N' TO WS-OLD-CHAIN-FLAG.
           MOVE SPACES TO WS-OLD-CHAIN-HASH.
           MOVE ZEROS TO WS-HISTORY-RECNO.

           READ HISTORY-IN INTO CHAMPION-HISTORY-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               ADD 1 TO WS-HISTORY-RECNO
               PERFORM VERIFY-OLD-CHAIN-PARA
                       THRU VERIFY-OLD-CHAIN-PARA-EXIT
               IF RENAME-FAILED
                   EXIT PERFORM
               END-IF
               MOVE CHH-CHAMP-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO CHH-CHAMP-NAME
               END-IF
               PERFORM WRITE-HISTORY-OUT-PARA
                       THRU WRITE-HISTORY-OUT-PARA-EXIT
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ HISTORY-IN INTO CHAMPION-HISTORY-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN.

       CASCADE-HISTORY-PARA-EXIT.
           EXIT.

      * Provjera zapisanog hasha procitanog zapisa prema lancu
      * CHHSTFL-a. Zapisi bez hasha prije prvog ulancanog su stari
      * zapisi; prekid lanca napusta preimenovanje (RC 12), pa JCL
      * ne kataloga novu generaciju.
       VERIFY-OLD-CHAIN-PARA.
           IF NOT OLD-CHAIN-STARTED
               IF CHH-CHAIN-HASH = SPACES
                   GO TO VERIFY-OLD-CHAIN-PARA-EXIT
               END-IF
               SET OLD-CHAIN-STARTED TO TRUE
           END-IF.

           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-OLD-CHAIN-HASH TO CHN-PREV-HASH.
           MOVE 167 TO CHN-DATA-LEN.
           MOVE CHAMPION-HISTORY-RECORD(1:167) TO CHN-DATA.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.

           IF CHN-NEW-HASH NOT = CHH-CHAIN-HASH
               SET RENAME-FAILED TO TRUE
               MOVE "CHHSTFL" TO WS-FAILED-FILE
               DISPLAY "CMRENAME: CHHSTFL HASH CHAIN BROKEN AT RECORD "
                       WS-HISTORY-RECNO
               MOVE "CMRENAME" TO EXC-PROGRAM-ID
               MOVE "VERIFY-OLD-CHAIN-PARA" TO EXC-PARAGRAPH
               MOVE "CHAIN" TO EXC-CONDITION-CODE
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CHHSTFL CHAIN BROKEN AT RECORD "
                      WS-HISTORY-RECNO " - RENAME RUN ABANDONED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
               MOVE 12 TO RETURN-CODE
               GO TO VERIFY-OLD-CHAIN-PARA-EXIT
           END-IF.

           MOVE CHH-CHAIN-HASH TO WS-OLD-CHAIN-HASH.

       VERIFY-OLD-CHAIN-PARA-EXIT.
           EXIT.

       CASCADE-WINLOSS-PARA.
           MOVE "WLOUT" TO WS-FAILED-FILE.
           OPEN INPUT WINLOSS-IN.
           OPEN OUTPUT WINLOSS-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ WINLOSS-IN
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE WINLOSS-IN-RECORD TO WINLOSS-OUT-RECORD
               MOVE WINLOSS-IN-RECORD(1:30) TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO WINLOSS-OUT-RECORD(1:30)
               END-IF
               WRITE WINLOSS-OUT-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ WINLOSS-IN
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE WINLOSS-IN.
           CLOSE WINLOSS-OUT.

       CASCADE-WINLOSS-PARA-EXIT.
           EXIT.

       CASCADE-PRIZES-PARA.
           MOVE "PRZOUT" TO WS-FAILED-FILE.
           OPEN INPUT PRIZE-LEDGER-IN.
           OPEN OUTPUT PRIZE-LEDGER-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ PRIZE-LEDGER-IN INTO PRIZE-LEDGER-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE PRZ-CHAMPION TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO PRZ-CHAMPION
               END-IF
               WRITE PRIZE-LEDGER-OUT-RECORD FROM PRIZE-LEDGER-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ PRIZE-LEDGER-IN INTO PRIZE-LEDGER-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PRIZE-LEDGER-IN.
           CLOSE PRIZE-LEDGER-OUT.

       CASCADE-PRIZES-PARA-EXIT.
           EXIT.

       CASCADE-SPONSORS-PARA.
           MOVE "SPNSOUT" TO WS-FAILED-FILE.
           OPEN INPUT SPONSOR-IN.
           OPEN OUTPUT SPONSOR-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ SPONSOR-IN
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE SPONSOR-IN-RECORD TO SPONSOR-OUT-RECORD
               IF SPONSOR-IN-RECORD(37:1) = "C"
                   MOVE SPONSOR-IN-RECORD(39:30) TO WS-LOOKUP-NAME
                   PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
                   IF ENTRY-FOUND
                       MOVE WS-NEW-NAME TO SPONSOR-OUT-RECORD(39:30)
                   END-IF
               END-IF
               WRITE SPONSOR-OUT-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ SPONSOR-IN
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SPONSOR-IN.
           CLOSE SPONSOR-OUT.

       CASCADE-SPONSORS-PARA-EXIT.
           EXIT.

       CASCADE-SNAPSHOTS-PARA.
           MOVE "SNAPOUT" TO WS-FAILED-FILE.
           OPEN INPUT SNAPSHOT-IN.
           OPEN OUTPUT SNAPSHOT-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ SNAPSHOT-IN INTO SNAPSHOT-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE SNP-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO SNP-NAME
               END-IF
               WRITE SNAPSHOT-OUT-RECORD FROM SNAPSHOT-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ SNAPSHOT-IN INTO SNAPSHOT-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SNAPSHOT-IN.
           CLOSE SNAPSHOT-OUT.

       CASCADE-SNAPSHOTS-PARA-EXIT.
           EXIT.

       CASCADE-ABSENCES-PARA.
           MOVE "ABSOUT" TO WS-FAILED-FILE.
           OPEN INPUT ABSENT-IN.
           OPEN OUTPUT ABSENT-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ ABSENT-IN
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE ABSENT-IN-RECORD TO ABSENT-OUT-RECORD
               MOVE ABSENT-IN-RECORD(1:30) TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO ABSENT-OUT-RECORD(1:30)
               END-IF
               WRITE ABSENT-OUT-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ ABSENT-IN
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ABSENT-IN.
           CLOSE ABSENT-OUT.

       CASCADE-ABSENCES-PARA-EXIT.
           EXIT.

       CASCADE-RATINGS-PARA.
           MOVE "RTGOUT" TO WS-FAILED-FILE.
           OPEN INPUT RATING-IN.
           OPEN OUTPUT RATING-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ RATING-IN INTO RATING-MASTER-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE RTG-CHAMPION TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO RTG-CHAMPION
               END-IF
               WRITE RATING-OUT-RECORD FROM RATING-MASTER-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ RATING-IN INTO RATING-MASTER-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RATING-IN.
           CLOSE RATING-OUT.

       CASCADE-RATINGS-PARA-EXIT.
           EXIT.

       CASCADE-TRANSFERS-PARA.
           MOVE "XFROUT" TO WS-FAILED-FILE.
           OPEN INPUT TRANSFER-IN.
           OPEN OUTPUT TRANSFER-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ TRANSFER-IN INTO TRANSFER-REGISTER-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE XRG-CHAMPION TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO XRG-CHAMPION
               END-IF
               WRITE TRANSFER-OUT-RECORD FROM TRANSFER-REGISTER-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ TRANSFER-IN INTO TRANSFER-REGISTER-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TRANSFER-IN.
           CLOSE TRANSFER-OUT.

       CASCADE-TRANSFERS-PARA-EXIT.
           EXIT.

       CASCADE-SANCTIONS-PARA.
           MOVE "SANOUT" TO WS-FAILED-FILE.
           OPEN INPUT SANCTION-IN.
           OPEN OUTPUT SANCTION-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ SANCTION-IN INTO SANCTION-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE SAN-CHAMPION TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO SAN-CHAMPION
               END-IF
               WRITE SANCTION-OUT-RECORD FROM SANCTION-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ SANCTION-IN INTO SANCTION-RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SANCTION-IN.
           CLOSE SANCTION-OUT.

       CASCADE-SANCTIONS-PARA-EXIT.
           EXIT.

       CASCADE-MANDATES-PARA.
           MOVE "MANDOUT" TO WS-FAILED-FILE.
           OPEN INPUT MANDATE-IN.
           OPEN OUTPUT MANDATE-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.
           MOVE 'N' TO WS-IN-EOF.

           READ MANDATE-IN
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT OR RENAME-FAILED
               MOVE MANDATE-IN-RECORD TO MANDATE-OUT-RECORD
               MOVE MANDATE-IN-RECORD(1:30) TO WS-LOOKUP-NAME
               PERFORM FIND-RENAME-PARA THRU FIND-RENAME-PARA-EXIT
               IF ENTRY-FOUND
                   MOVE WS-NEW-NAME TO MANDATE-OUT-RECORD(1:30)
               END-IF
               WRITE MANDATE-OUT-RECORD
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
               READ MANDATE-IN
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MANDATE-IN.
           CLOSE MANDATE-OUT.

       CASCADE-MANDATES-PARA-EXIT.
           EXIT.

      * Re-key u klasteru: zapis pod novim kljucem, pa brisanje
      * starog. Svaki neuspjeh vraca vec preimenovane zapise.
       REKEY-CHAMPIONS-PARA.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT OR RENAME-FAILED
               MOVE RN-DETAIL(RN-IDX) TO CHAMPION-DETAIL
               MOVE RN-NEW-NAME(RN-IDX) TO CHAMP-NAME
               MOVE WS-RUN-DATE TO CHAMP-LAST-UPDATED
               WRITE CHAMPION-DETAIL
                   INVALID KEY
                       MOVE "REKEY-CHAMPIONS-PARA" TO EXC-PARAGRAPH
                       PERFORM REPORT-VSAM-EXCEPTION-PARA
                           THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               END-WRITE
               IF NOT RENAME-FAILED
                   MOVE RN-OLD-NAME(RN-IDX) TO CHAMP-NAME
                   DELETE CHAMPION-VSAM RECORD
                       INVALID KEY
                           MOVE "REKEY-CHAMPIONS-PARA"
                               TO EXC-PARAGRAPH
                           PERFORM REPORT-VSAM-EXCEPTION-PARA
                               THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                           MOVE RN-NEW-NAME(RN-IDX) TO CHAMP-NAME
                           DELETE CHAMPION-VSAM RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-DELETE
               END-IF
               IF NOT RENAME-FAILED
                   MOVE 'Y' TO RN-REKEYED(RN-IDX)
               END-IF
           END-PERFORM.

           IF RENAME-FAILED
               PERFORM BACKOUT-REKEY-PARA THRU BACKOUT-REKEY-PARA-EXIT
           END-IF.

       REKEY-CHAMPIONS-PARA-EXIT.
           EXIT.

      * Vraca zapise vec preimenovane u ovom pokretanju pod stara
      * imena - sacuvana slika iz RN-DETAIL.
       BACKOUT-REKEY-PARA.
           PERFORM VARYING WS-BACKOUT-IDX FROM 1 BY 1
                   UNTIL WS-BACKOUT-IDX > WS-RENAME-COUNT
               IF RN-IS-REKEYED(WS-BACKOUT-IDX)
                   MOVE RN-DETAIL(WS-BACKOUT-IDX) TO CHAMPION-DETAIL
                   WRITE CHAMPION-DETAIL
                       INVALID KEY
                           DISPLAY "CMRENAME: BACKOUT FAILED FOR "
                                   RN-OLD-NAME(WS-BACKOUT-IDX)
                   END-WRITE
                   MOVE RN-NEW-NAME(WS-BACKOUT-IDX) TO CHAMP-NAME
                   DELETE CHAMPION-VSAM RECORD
                       INVALID KEY
                           DISPLAY "CMRENAME: BACKOUT FAILED FOR "
                                   RN-NEW-NAME(WS-BACKOUT-IDX)
                   END-DELETE
                   MOVE 'N' TO RN-REKEYED(WS-BACKOUT-IDX)
               END-IF
           END-PERFORM.

       BACKOUT-REKEY-PARA-EXIT.
           EXIT.

      * Stara slika svakog preimenovanog zapisa s akcijom RENAME, pod
      * novim imenom, na kraj novog traga promjena (CHHOUT).
       JOURNAL-RENAMES-PARA.
           MOVE "CHHOUT" TO WS-FAILED-FILE.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT
               MOVE RN-DETAIL(RN-IDX) TO CHAMPION-DETAIL
               MOVE RN-NEW-NAME(RN-IDX) TO CHH-CHAMP-NAME
               MOVE WS-ST-YEAR  TO CHH-RUN-ID(1:4)
               MOVE WS-ST-MONTH TO CHH-RUN-ID(5:2)
               MOVE WS-ST-DAY   TO CHH-RUN-ID(7:2)
               MOVE WS-START-TIMESTAMP TO CHH-CHANGE-TIMESTAMP
               MOVE "CMRENAME" TO CHH-CHANGED-BY
               MOVE "RENAME" TO CHH-ACTION
               MOVE CHAMP-TEAM         TO CHH-OLD-TEAM
               MOVE CHAMP-REGION       TO CHH-OLD-REGION
               MOVE CHAMP-ROLE         TO CHH-OLD-ROLE
               MOVE CHAMP-TITLES       TO CHH-OLD-TITLES
               MOVE CHAMP-LAST-UPDATED TO CHH-OLD-LAST-UPDATED
               MOVE WS-RUN-NUMBER      TO CHH-RUN-NUMBER
               PERFORM WRITE-HISTORY-OUT-PARA
                       THRU WRITE-HISTORY-OUT-PARA-EXIT
               PERFORM CHECK-SEQ-STATUS-PARA
                       THRU CHECK-SEQ-STATUS-PARA-EXIT
           END-PERFORM.

       JOURNAL-RENAMES-PARA-EXIT.
           EXIT.

      * Zapis u CHHOUT s novim ulancanim hashom.
       WRITE-HISTORY-OUT-PARA.
           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-HISTORY-HASH TO CHN-PREV-HASH.
           MOVE 167 TO CHN-DATA-LEN.
           MOVE CHAMPION-HISTORY-RECORD(1:167) TO CHN-DATA.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.
           MOVE CHN-NEW-HASH TO CHH-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO WS-HISTORY-HASH.
           WRITE HISTORY-OUT-RECORD FROM CHAMPION-HISTORY-RECORD.

       WRITE-HISTORY-OUT-PARA-EXIT.
           EXIT.

      * Stara imena: ranija stara imena preimenovanog prvaka se
      * prevezu na novo ime, staro ime se dodaje, a zapis koji bi
      * vodio ime samo na sebe (povratak na ranije ime) se izostavlja.
      * Mjesto u tablici za svako staro ime osigurava vec provjera
      * preimenovanja (VALIDATE-RENAME-PARA).
       WRITE-ALIASES-PARA.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT
               PERFORM VARYING AL-IDX FROM 1 BY 1
                       UNTIL AL-IDX > WS-ALIAS-COUNT
                   IF AT-CURRENT(AL-IDX) = RN-OLD-NAME(RN-IDX)
                       MOVE RN-NEW-NAME(RN-IDX) TO AT-CURRENT(AL-IDX)
                   END-IF
               END-PERFORM
               IF WS-ALIAS-COUNT < WS-MAX-ALIASES
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE RN-OLD-NAME(RN-IDX)
                       TO AT-OLD-NAME(WS-ALIAS-COUNT)
                   MOVE RN-NEW-NAME(RN-IDX)
                       TO AT-CURRENT(WS-ALIAS-COUNT)
                   MOVE WS-RUN-DATE-N TO AT-DATE(WS-ALIAS-COUNT)
                   MOVE WS-RUN-NUMBER
                       TO AT-RUN-NUMBER(WS-ALIAS-COUNT)
               END-IF
           END-PERFORM.

           MOVE "ALSOUT" TO WS-FAILED-FILE.
           OPEN OUTPUT ALIAS-OUT.
           PERFORM CHECK-SEQ-STATUS-PARA
                   THRU CHECK-SEQ-STATUS-PARA-EXIT.

           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALIAS-COUNT OR RENAME-FAILED
               IF AT-OLD-NAME(AL-IDX) NOT = AT-CURRENT(AL-IDX)
                   MOVE SPACES TO ALIAS-RECORD
                   MOVE AT-OLD-NAME(AL-IDX)   TO ALS-OLD-NAME
                   MOVE AT-CURRENT(AL-IDX)    TO ALS-CURRENT-NAME
                   MOVE AT-DATE(AL-IDX)       TO ALS-RENAME-DATE
                   MOVE AT-RUN-NUMBER(AL-IDX) TO ALS-RUN-NUMBER
                   WRITE ALIAS-OUT-RECORD FROM ALIAS-RECORD
                   PERFORM CHECK-SEQ-STATUS-PARA
                           THRU CHECK-SEQ-STATUS-PARA-EXIT
               END-IF
           END-PERFORM.

           CLOSE ALIAS-OUT.

       WRITE-ALIASES-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC); preimenovanje se
      * napusta.
       REPORT-VSAM-EXCEPTION-PARA.
           SET RENAME-FAILED TO TRUE
           MOVE "CHAMPION" TO WS-FAILED-FILE
           DISPLAY "CMRENAME: VSAM ERROR " VSAM-STATUS
           MOVE "CMRENAME" TO EXC-PROGRAM-ID
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

       REPORT-RENAMES-PARA.
           MOVE SPACES TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

           IF RENAME-FAILED
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "RENAME RUN ABANDONED - ERROR ON "
                      FUNCTION TRIM(WS-FAILED-FILE)
                      " - NO CHAMPION RENAMED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RENAME-REPORT-LINE
               WRITE RENAME-REPORT-LINE
               GO TO REPORT-RENAMES-PARA-EXIT
           END-IF.

           MOVE "CHAMPIONS RENAMED" TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RENAME-COUNT
               ADD 1 TO RENAMED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " RN-OLD-NAME(RN-IDX)
                      " -> " RN-NEW-NAME(RN-IDX)
                      " DEPENDENT RECORDS " RN-CHANGES(RN-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RENAME-REPORT-LINE
               WRITE RENAME-REPORT-LINE
           END-PERFORM.

           IF WS-RENAME-COUNT = 0
               MOVE "  NONE" TO RENAME-REPORT-LINE
               WRITE RENAME-REPORT-LINE
           END-IF.

       REPORT-RENAMES-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSACTIONS READ: " TOTAL-TRX
                  "  RENAMED: " RENAMED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  DEPENDENT RECORDS CHANGED: " WS-FILE-CHANGES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENAME-REPORT-LINE.
           WRITE RENAME-REPORT-LINE.

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
           MOVE "CMRENAME"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-TRX TO ALOG-RECORD-COUNT
           IF REJECTED-TRX > 0 OR RENAME-FAILED
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
