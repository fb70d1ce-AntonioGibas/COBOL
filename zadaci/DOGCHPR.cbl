      ******************************************************************
      *    DOGCHPR - Uskladjivanje povratne datoteke nacionalnog       *
      *              registra kucnih ljubimaca (CHPIN, raspored        *
      *              zadaci/copylib/CHPXREC) s DOG-VSAM registrom i    *
      *              TAG-VSAM pregledom. Cip se trazi u CHIP-VSAM      *
      *              pregledu, a jos neuskladjen cip preko lokalnog    *
      *              broja markice koji registar vraca. Izvjestaj      *
      *              CHRRPT navodi razlike: vlasnik cipa razlicit od   *
      *              DG-OWNER, pas uginuo u nacionalnom registru a     *
      *              ovdje aktivan, te nepoznat cip. Uskladjeni cip se *
      *              upisuje psu (DG-CHIP) i u CHIP-VSAM pregled, pa   *
      *              DOGTAG psa nalazi po markici ili po cipu.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGCHPR.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Povratna datoteka nacionalnog registra.
           SELECT CHIP-IMPORT-FILE ASSIGN TO CHPIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS VSAM-STATUS.

      * Unakrsni pregled markica - markica vodi do DG-KEY psa.
           SELECT TAG-VSAM ASSIGN TO TAGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TG-TAG
                  FILE STATUS IS TAG-STATUS.

      * Unakrsni pregled mikrocipova - cip vodi do markice.
           SELECT CHIP-VSAM ASSIGN TO CHIPVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-CHIP
                  FILE STATUS IS CHIP-STATUS.

           SELECT CHIP-REPORT ASSIGN TO CHRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHIP-IMPORT-FILE.
           COPY CHPXREC.

       FD DOG-VSAM.
           COPY DOGDET.

       FD TAG-VSAM.
           COPY TAGREC.

       FD CHIP-VSAM.
           COPY CHIPREC.

       FD CHIP-REPORT.
       01 CHIP-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 TAG-STATUS      PIC XX.
           88 TAG-OK       VALUE "00".
       01 CHIP-STATUS     PIC XX.
           88 CHIP-OK      VALUE "00".
           88 CHIP-DUPKEY  VALUE "22".

       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-IMPORT VALUE 'Y'.
       01 WS-HEADER-FLAG   PIC X VALUE 'N'.
           88 HEADER-SEEN   VALUE 'Y'.
       01 WS-TRAILER-FLAG  PIC X VALUE 'N'.
           88 TRAILER-SEEN  VALUE 'Y'.

      * Cip je vec u CHIP-VSAM pregledu (uskladjen ranije).
       01 WS-CHIP-KNOWN-FLAG PIC X VALUE 'N'.
           88 CHIP-ALREADY-KNOWN VALUE 'Y'.
       01 WS-DOG-FOUND-FLAG  PIC X VALUE 'N'.
           88 DOG-FOUND        VALUE 'Y'.

       01 WS-DOG-TAG        PIC 9(6) VALUE ZEROS.
       01 WS-TRAILER-COUNT  PIC 9(7) VALUE ZEROS.

       01 TOTAL-DETAILS     PIC 9(7) VALUE ZEROS.
       01 MATCHED-COUNT     PIC 9(7) VALUE ZEROS.
       01 STORED-COUNT      PIC 9(7) VALUE ZEROS.
       01 OWNER-MISMATCH    PIC 9(7) VALUE ZEROS.
       01 DECEASED-MISMATCH PIC 9(7) VALUE ZEROS.
       01 UNKNOWN-CHIPS     PIC 9(7) VALUE ZEROS.
       01 OTHER-MISMATCH    PIC 9(7) VALUE ZEROS.
       01 CLOSED-BOTH       PIC 9(7) VALUE ZEROS.
       01 TOTAL-MISMATCH    PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE  PIC X(120).
       01 WS-MISMATCH-REASON PIC X(40) VALUE SPACES.

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=razlike prema
      * registru, 8=neispravna datoteka registra, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           OPEN INPUT CHIP-IMPORT-FILE.
           OPEN I-O DOG-VSAM.
           OPEN INPUT TAG-VSAM.
           OPEN I-O CHIP-VSAM.
           OPEN OUTPUT CHIP-REPORT.

           MOVE "NATIONAL CHIP REGISTRY RECONCILIATION"
               TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.

           READ CHIP-IMPORT-FILE
               AT END SET END-OF-IMPORT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-IMPORT
               EVALUATE TRUE
                   WHEN CPX-IS-HEADER
                       PERFORM READ-HEADER-PARA
                               THRU READ-HEADER-PARA-EXIT
                   WHEN CPX-IS-DETAIL
                       ADD 1 TO TOTAL-DETAILS
                       PERFORM RECONCILE-CHIP-PARA
                               THRU RECONCILE-CHIP-PARA-EXIT
                   WHEN CPX-IS-TRAILER
                       SET TRAILER-SEEN TO TRUE
                       MOVE CPX-RECORD-COUNT TO WS-TRAILER-COUNT
                   WHEN OTHER
                       DISPLAY "DOGCHPR: UNKNOWN RECORD TYPE "
                               CPX-REC-TYPE " SKIPPED"
               END-EVALUATE
               READ CHIP-IMPORT-FILE
                   AT END SET END-OF-IMPORT TO TRUE
               END-READ
           END-PERFORM.

           PERFORM CHECK-FILE-CONTROL-PARA
                   THRU CHECK-FILE-CONTROL-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           CLOSE CHIP-IMPORT-FILE.
           CLOSE DOG-VSAM.
           CLOSE TAG-VSAM.
           CLOSE CHIP-VSAM.
           CLOSE CHIP-REPORT.

           DISPLAY "DOGCHPR: " TOTAL-DETAILS " CHIPS - MATCHED "
                   MATCHED-COUNT " STORED " STORED-COUNT
                   " MISMATCHES " TOTAL-MISMATCH.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

       READ-HEADER-PARA.
           SET HEADER-SEEN TO TRUE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REGISTRY FILE " CPX-SENDER
                  " DATED " CPX-FILE-DATE
                  " RUN " CPX-FILE-RUN
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.
           MOVE SPACES TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.

       READ-HEADER-PARA-EXIT.
           EXIT.

      * Jedan cip iz registra: rjesava se u psa u registru, usporeduje
      * se vlasnik i stanje, a neuskladjen cip se upisuje psu.
       RECONCILE-CHIP-PARA.
           MOVE 'N' TO WS-CHIP-KNOWN-FLAG.
           MOVE 'N' TO WS-DOG-FOUND-FLAG.
           MOVE ZEROS TO WS-DOG-TAG.

           IF CPX-CHIP = SPACES
               MOVE "NO CHIP NUMBER IN REGISTRY RECORD"
                   TO WS-MISMATCH-REASON
               ADD 1 TO OTHER-MISMATCH
               PERFORM REPORT-MISMATCH-PARA
                       THRU REPORT-MISMATCH-PARA-EXIT
               GO TO RECONCILE-CHIP-PARA-EXIT
           END-IF.

      * Vec uskladjen cip daje markicu; inace vrijedi lokalni broj
      * markice koji je registar vratio.
           MOVE CPX-CHIP TO CH-CHIP.
           READ CHIP-VSAM
               INVALID KEY
                   IF CPX-LOCAL-ID IS NUMERIC AND CPX-LOCAL-ID > 0
                       MOVE CPX-LOCAL-ID TO WS-DOG-TAG
                   END-IF
               NOT INVALID KEY
                   SET CHIP-ALREADY-KNOWN TO TRUE
                   MOVE CH-TAG TO WS-DOG-TAG
           END-READ.

           IF WS-DOG-TAG > 0
               PERFORM FIND-DOG-PARA THRU FIND-DOG-PARA-EXIT
           END-IF.

      * Pas kojeg ovdje nema: uginuo i u registru - stanje se slaze;
      * inace je cip nepoznat.
           IF NOT DOG-FOUND
               IF CPX-DOG-DECEASED
                   ADD 1 TO CLOSED-BOTH
               ELSE
                   MOVE "CHIP UNKNOWN" TO WS-MISMATCH-REASON
                   ADD 1 TO UNKNOWN-CHIPS
                   PERFORM REPORT-MISMATCH-PARA
                           THRU REPORT-MISMATCH-PARA-EXIT
               END-IF
               GO TO RECONCILE-CHIP-PARA-EXIT
           END-IF.

      * Markica iz registra mora pokazivati na istog psa - cip se ne
      * upisuje psu drugog imena niti psu koji vec ima drugi cip.
           IF NOT CHIP-ALREADY-KNOWN AND DG-NAME NOT = CPX-DOG-NAME
               MOVE "DOG NAME DIFFERS FOR LOCAL TAG"
                   TO WS-MISMATCH-REASON
               ADD 1 TO OTHER-MISMATCH
               PERFORM REPORT-MISMATCH-PARA
                       THRU REPORT-MISMATCH-PARA-EXIT
               GO TO RECONCILE-CHIP-PARA-EXIT
           END-IF.

           IF DG-CHIP NOT = SPACES AND DG-CHIP NOT = CPX-CHIP
               MOVE "DOG ALREADY HAS ANOTHER CHIP"
                   TO WS-MISMATCH-REASON
               ADD 1 TO OTHER-MISMATCH
               PERFORM REPORT-MISMATCH-PARA
                       THRU REPORT-MISMATCH-PARA-EXIT
               GO TO RECONCILE-CHIP-PARA-EXIT
           END-IF.

           IF DG-CHIP = SPACES
               PERFORM STORE-CHIP-PARA THRU STORE-CHIP-PARA-EXIT
           END-IF.

           IF CPX-DOG-DECEASED
               MOVE "DECEASED NATIONALLY, ACTIVE HERE"
                   TO WS-MISMATCH-REASON
               ADD 1 TO DECEASED-MISMATCH
               PERFORM REPORT-MISMATCH-PARA
                       THRU REPORT-MISMATCH-PARA-EXIT
           END-IF.

           IF CPX-OWNER NOT = DG-OWNER
               MOVE "CHIP OWNER DIFFERS FROM REGISTER"
                   TO WS-MISMATCH-REASON
               ADD 1 TO OWNER-MISMATCH
               PERFORM REPORT-MISMATCH-PARA
                       THRU REPORT-MISMATCH-PARA-EXIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "           REGISTRY OWNER: " CPX-OWNER
                      "  LOCAL OWNER: " DG-OWNER
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE
               WRITE CHIP-REPORT-LINE
           END-IF.

           IF NOT CPX-DOG-DECEASED AND CPX-OWNER = DG-OWNER
               ADD 1 TO MATCHED-COUNT
           END-IF.

       RECONCILE-CHIP-PARA-EXIT.
           EXIT.

      * Markica -> DG-KEY (TAG-VSAM) -> zapis psa (DOG-VSAM).
       FIND-DOG-PARA.
           MOVE WS-DOG-TAG TO TG-TAG.
           READ TAG-VSAM
               INVALID KEY
                   GO TO FIND-DOG-PARA-EXIT
           END-READ.

           MOVE TG-DOG-NAME TO DG-NAME.
           MOVE TG-OWNER    TO DG-OWNER.
           READ DOG-VSAM
               INVALID KEY
                   GO TO FIND-DOG-PARA-EXIT
           END-READ.

           SET DOG-FOUND TO TRUE.

       FIND-DOG-PARA-EXIT.
           EXIT.

      * Upisuje uskladjeni cip psu i u CHIP-VSAM pregled.
       STORE-CHIP-PARA.
           MOVE CPX-CHIP TO DG-CHIP.
           REWRITE DOG-MASTER-DETAIL
               INVALID KEY
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO STORE-CHIP-PARA-EXIT
           END-REWRITE.

           MOVE CPX-CHIP TO CH-CHIP.
           MOVE DG-TAG   TO CH-TAG.
           WRITE CHIP-DETAIL
               INVALID KEY
                   IF CHIP-DUPKEY
                       REWRITE CHIP-DETAIL
                           INVALID KEY
                               DISPLAY "DOGCHPR: CHIP REWRITE FAILED "
                                       CHIP-STATUS " FOR " CH-CHIP
                       END-REWRITE
                   ELSE
                       DISPLAY "DOGCHPR: CHIP WRITE FAILED "
                               CHIP-STATUS " FOR " CH-CHIP
                   END-IF
           END-WRITE.

           ADD 1 TO STORED-COUNT.

       STORE-CHIP-PARA-EXIT.
           EXIT.

       REPORT-MISMATCH-PARA.
           ADD 1 TO TOTAL-MISMATCH.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MISMATCH   " CPX-CHIP
                  " TAG " CPX-LOCAL-ID
                  " " CPX-DOG-NAME
                  " - " WS-MISMATCH-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REPORT-MISMATCH-PARA-EXIT.
           EXIT.

      * Zaglavlje i zakljucak moraju postojati, a broj detalja u
      * zakljucku mora odgovarati procitanom - inace datoteka
      * registra nije cijela.
       CHECK-FILE-CONTROL-PARA.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               MOVE "REGISTRY FILE HEADER/TRAILER MISSING"
                   TO CHIP-REPORT-LINE
               WRITE CHIP-REPORT-LINE
               DISPLAY "DOGCHPR: REGISTRY FILE HEADER/TRAILER MISSING"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO CHECK-FILE-CONTROL-PARA-EXIT
           END-IF.

           IF WS-TRAILER-COUNT NOT = TOTAL-DETAILS
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "TRAILER COUNT " WS-TRAILER-COUNT
                      " DOES NOT MATCH DETAILS READ " TOTAL-DETAILS
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE
               WRITE CHIP-REPORT-LINE
               DISPLAY "DOGCHPR: TRAILER COUNT MISMATCH"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-FILE-CONTROL-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CHIPS IN FILE: " TOTAL-DETAILS
                  "  MATCHED: " MATCHED-COUNT
                  "  CHIPS STORED: " STORED-COUNT
                  "  OFF REGISTER IN BOTH: " CLOSED-BOTH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "OWNER DIFFERS: " OWNER-MISMATCH
                  "  DECEASED NATIONALLY: " DECEASED-MISMATCH
                  "  CHIP UNKNOWN: " UNKNOWN-CHIPS
                  "  OTHER: " OTHER-MISMATCH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHIP-REPORT-LINE.
           WRITE CHIP-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "DOGCHPR: VSAM ERROR " VSAM-STATUS
           MOVE "DOGCHPR" TO EXC-PROGRAM-ID
           MOVE "STORE-CHIP-PARA" TO EXC-PARAGRAPH
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR FOR " DG-NAME "/" DG-OWNER
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DOGCHPR"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-DETAILS TO ALOG-RECORD-COUNT
           IF RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF TOTAL-MISMATCH > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
