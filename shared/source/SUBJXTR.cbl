      ******************************************************************
      *    SUBJXTR - Izvod za zahtjev ispitanika za pristup podacima   *
      *              (DPO). Svaki zapis ulaza SARFL nosi broj zahtjeva *
      *              i ime osobe; ime se preko indeksa osoba           *
      *              (PARTYLKP) prosiruje na sva imena i kljuceve pod  *
      *              kojima je ista osoba vodjena u knjiznici, banci,  *
      *              registru pasa i imovini, a zatim se za svaki skup *
      *              s osobnim podacima (MEMBFL, CUSTFL s racunima iz  *
      *              CUSTLNK, DOG-VSAM, CMPFL, DSPARC, CIRHST,         *
      *              OWNRJRN, FINBFL, LICBFL) ispisuje sve sto se o    *
      *              osobi vodi ili NOTHING HELD. Ime se usporedjuje   *
      *              velikim slovima bez vodecih i pratecih razmaka.   *
      *              Skup koji nije dostupan ispisuje se kao takav -   *
      *              izvod tada nije potpun (RC 12).                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJXTR.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-REQUEST-FILE ASSIGN TO SARFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SAR-STATUS.

           SELECT MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMB-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUST-STATUS.

           SELECT CUSTOMER-LINKS ASSIGN TO CUSTLNK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LNK-STATUS.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS DOG-STATUS.

           SELECT COMPUTER-FILE ASSIGN TO CMPFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CMP-STATUS.

           SELECT DISPOSAL-ARCHIVE ASSIGN TO DSPARC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DSP-STATUS.

           SELECT CIRC-HISTORY-FILE ASSIGN TO CIRHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CIRC-STATUS.

           SELECT OWNER-JOURNAL ASSIGN TO OWNRJRN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JRN-STATUS.

           SELECT FINE-BALANCE-FILE ASSIGN TO FINBFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FINB-STATUS.

           SELECT LICENCE-BALANCE-FILE ASSIGN TO LICBFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LICB-STATUS.

           SELECT SUBJECT-EXTRACT ASSIGN TO SAROUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Zahtjev ispitanika: broj zahtjeva iz DPO evidencije i ime.
       FD SUBJECT-REQUEST-FILE RECORDING MODE F.
       01 SUBJECT-REQUEST-RECORD.
           05 SAR-REQUEST-ID    PIC X(8).
           05 FILLER            PIC X.
           05 SAR-NAME          PIC X(50).

       FD MEMBER-FILE.
           COPY MEMBER.

      * Raspored CUSTFL zapisa kao CUSTMNT-ov CUSTOMER-DETAIL.
       FD CUSTOMER-FILE RECORDING MODE F.
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

       FD CUSTOMER-LINKS.
       01 CUSTOMER-LINK-DETAIL.
           05 LNK-CUST-ID       PIC 9(6).
           05 FILLER            PIC X.
           05 LNK-ACCOUNT-ID    PIC 9(12).

       FD DOG-VSAM.
           COPY DOGDET.

       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD.
           05 CMP-COMPUTER-ID   PIC X(5).
           05 CMP-OWNER-NAME    PIC X(30).
           05 CMP-OWNER-EMAIL   PIC X(50).
           05 CMP-PURCHASE-DATE PIC X(10).
           05 CMP-TRANSFER-DATE PIC X(10).

       FD DISPOSAL-ARCHIVE RECORDING MODE F.
       01 DISPOSAL-ARCHIVE-RECORD.
           05 DSA-ASSET-RECORD.
               10 DSA-COMPUTER-ID   PIC X(5).
               10 DSA-OWNER-NAME    PIC X(30).
               10 DSA-OWNER-EMAIL   PIC X(50).
               10 DSA-PURCHASE-DATE PIC X(10).
               10 DSA-TRANSFER-DATE PIC X(10).
           05 FILLER            PIC X.
           05 DSA-METHOD        PIC X(10).
           05 FILLER            PIC X.
           05 DSA-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 DSA-APPROVER      PIC X(8).

       FD CIRC-HISTORY-FILE.
           COPY CIRCHST.

       FD OWNER-JOURNAL.
       01 OWNER-JOURNAL-RECORD.
           05 OWJ-DOG-NAME      PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-OLD-OWNER     PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-NEW-OWNER     PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-TRANSFER-DATE PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-CHAIN-HASH    PIC X(16).

       FD FINE-BALANCE-FILE.
           COPY FINEBAL.

      * Isti raspored kao LICENCE-BALANCE-DETAIL u zadaci/DOGPAY.
       FD LICENCE-BALANCE-FILE.
       01 LICENCE-BALANCE-DETAIL.
           05 LIC-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 LIC-BALANCE       PIC 9(7)V99.
           05 FILLER            PIC X.
           05 LIC-SINCE-DATE    PIC 9(8).

       FD SUBJECT-EXTRACT.
       01 SUBJECT-EXTRACT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 SAR-STATUS       PIC XX.
           88 SAR-OK        VALUE "00".
       01 MEMB-STATUS      PIC XX.
           88 MEMB-OK       VALUE "00".
       01 CUST-STATUS      PIC XX.
           88 CUST-OK       VALUE "00".
       01 LNK-STATUS       PIC XX.
           88 LNK-OK        VALUE "00".
       01 DOG-STATUS       PIC XX.
           88 DOG-FILE-OK   VALUE "00".
       01 CMP-STATUS       PIC XX.
           88 CMP-OK        VALUE "00".
       01 DSP-STATUS       PIC XX.
           88 DSP-OK        VALUE "00".
       01 CIRC-STATUS      PIC XX.
           88 CIRC-OK       VALUE "00".
       01 JRN-STATUS       PIC XX.
           88 JRN-OK        VALUE "00".
       01 FINB-STATUS      PIC XX.
           88 FINB-OK       VALUE "00".
       01 LICB-STATUS      PIC XX.
           88 LICB-OK       VALUE "00".
       01 WS-FILE-STATUS   PIC XX.

       01 WS-SAR-EOF       PIC X VALUE 'N'.
           88 END-OF-REQUESTS VALUE 'Y'.
       01 WS-SRC-EOF       PIC X VALUE 'N'.
           88 END-OF-SOURCE   VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-RUN-DATE      PIC X(8).
       01 WS-CURRENT-DATE  PIC X(21).

      * Imena pod kojima se osoba vodi (velika slova, bez razmaka
      * sprijeda) - trazeno ime i imena svih njezinih uloga iz
      * indeksa osoba.
       01 WS-MAX-NAMES     PIC 9(2) VALUE 21.
       01 WS-NAME-COUNT    PIC 9(2) VALUE 0.
       01 NAME-TABLE.
           02 NAME-ENTRY OCCURS 1 TO 21 TIMES
                          DEPENDING ON WS-NAME-COUNT
                          INDEXED BY NM-IDX.
              03 NM-NAME        PIC X(50).

      * Brojevi clanova i kupaca iz uloga osobe te kupci nadjeni u
      * CUSTFL-u (za racune iz CUSTLNK).
       01 WS-MAX-IDS       PIC 9(2) VALUE 40.
       01 WS-ID-COUNT      PIC 9(2) VALUE 0.
       01 ID-TABLE.
           02 ID-ENTRY OCCURS 1 TO 40 TIMES
                        DEPENDING ON WS-ID-COUNT
                        INDEXED BY ID-IDX.
              03 ID-SOURCE      PIC X(8).
              03 ID-KEY         PIC 9(6).

       01 WS-CAND-NAME     PIC X(50).
       01 WS-NORM-NAME     PIC X(50).
       01 WS-CAND-SOURCE   PIC X(8).
       01 WS-CAND-ID       PIC X(30).
       01 WS-CAND-ID-NUM   PIC 9(6).
       01 WS-MATCH-FLAG    PIC X.
           88 SUBJECT-MATCHED VALUE 'Y'.

       01 WS-CUR-DATASET   PIC X(8).
       01 WS-HELD-COUNT    PIC 9(6).
       01 WS-REQUEST-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-HELD    PIC 9(6) VALUE ZEROS.
       01 WS-BALANCE-EDIT  PIC Z(6)9.99.

           COPY PARTYREQ.
       01 WS-LOOKUP-SOURCES.
           05 FILLER PIC X(8) VALUE "MEMBFL".
           05 FILLER PIC X(8) VALUE "CUSTFL".
           05 FILLER PIC X(8) VALUE "DOGVS".
           05 FILLER PIC X(8) VALUE "CMPFL".
       01 WS-LOOKUP-SOURCE-TABLE REDEFINES WS-LOOKUP-SOURCES.
           05 LS-SOURCE PIC X(8) OCCURS 4 TIMES INDEXED BY LS-IDX.

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

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=nema zahtjeva,
      * 12=skup nedostupan (izvod nije potpun).
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN OUTPUT SUBJECT-EXTRACT.
           OPEN INPUT SUBJECT-REQUEST-FILE.
           IF NOT SAR-OK
               DISPLAY "SUBJXTR: SARFL NOT AVAILABLE (" SAR-STATUS ")"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE SUBJECT-EXTRACT
               GOBACK
           END-IF.

           READ SUBJECT-REQUEST-FILE
               AT END SET END-OF-REQUESTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REQUESTS
               IF SAR-NAME NOT = SPACES
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM EXTRACT-SUBJECT-PARA
                           THRU EXTRACT-SUBJECT-PARA-EXIT
               END-IF
               READ SUBJECT-REQUEST-FILE
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SUBJECT-REQUEST-FILE.

           IF WS-REQUEST-COUNT = 0
               MOVE "NO SUBJECT ACCESS REQUESTS" TO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE SUBJECT-EXTRACT.
           GOBACK.

      * Jedan zahtjev: zaglavlje, prosirenje imena preko indeksa
      * osoba, zatim svaki skup redom.
       EXTRACT-SUBJECT-PARA.
           MOVE SPACES TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "SUBJECT ACCESS EXTRACT  REQUEST " SAR-REQUEST-ID
                  "  RUN DATE " WS-RUN-DATE "  RUN " WS-RUN-NUMBER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DATA SUBJECT: " SAR-NAME
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.

           MOVE 0 TO WS-NAME-COUNT.
           MOVE 0 TO WS-ID-COUNT.
           MOVE SAR-NAME TO WS-CAND-NAME.
           PERFORM ADD-NAME-PARA THRU ADD-NAME-PARA-EXIT.

           PERFORM PARTY-ROLES-PARA THRU PARTY-ROLES-PARA-EXIT.
           PERFORM EXTRACT-MEMBERS-PARA THRU EXTRACT-MEMBERS-PARA-EXIT.
           PERFORM EXTRACT-CUSTOMERS-PARA
                   THRU EXTRACT-CUSTOMERS-PARA-EXIT.
           PERFORM EXTRACT-LINKS-PARA THRU EXTRACT-LINKS-PARA-EXIT.
           PERFORM EXTRACT-DOGS-PARA THRU EXTRACT-DOGS-PARA-EXIT.
           PERFORM EXTRACT-JOURNAL-PARA THRU EXTRACT-JOURNAL-PARA-EXIT.
           PERFORM EXTRACT-LICENCE-PARA THRU EXTRACT-LICENCE-PARA-EXIT.
           PERFORM EXTRACT-ASSETS-PARA THRU EXTRACT-ASSETS-PARA-EXIT.
           PERFORM EXTRACT-ARCHIVE-PARA THRU EXTRACT-ARCHIVE-PARA-EXIT.
           PERFORM EXTRACT-CIRC-PARA THRU EXTRACT-CIRC-PARA-EXIT.
           PERFORM EXTRACT-FINES-PARA THRU EXTRACT-FINES-PARA-EXIT.

           MOVE SPACES TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "END OF EXTRACT  REQUEST " SAR-REQUEST-ID
                  "  RECORDS HELD " WS-TOTAL-HELD
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           MOVE ZEROS TO WS-TOTAL-HELD.

       EXTRACT-SUBJECT-PARA-EXIT.
           EXIT.

      * Ime (WS-CAND-NAME) u tablicu imena, ako ga vec nema.
       ADD-NAME-PARA.
           IF WS-CAND-NAME = SPACES
               GO TO ADD-NAME-PARA-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAND-NAME))
               TO WS-NORM-NAME.
           PERFORM VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX > WS-NAME-COUNT
               IF NM-NAME(NM-IDX) = WS-NORM-NAME
                   GO TO ADD-NAME-PARA-EXIT
               END-IF
           END-PERFORM.
           IF WS-NAME-COUNT NOT LESS THAN WS-MAX-NAMES
               GO TO ADD-NAME-PARA-EXIT
           END-IF.
           ADD 1 TO WS-NAME-COUNT.
           MOVE WS-NORM-NAME TO NM-NAME(WS-NAME-COUNT).

       ADD-NAME-PARA-EXIT.
           EXIT.

      * Broj clana ili kupca (WS-CAND-SOURCE/WS-CAND-ID) u tablicu.
       ADD-ID-PARA.
           IF WS-CAND-ID(1:6) IS NOT NUMERIC
               GO TO ADD-ID-PARA-EXIT
           END-IF.
           MOVE WS-CAND-ID(1:6) TO WS-CAND-ID-NUM.
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > WS-ID-COUNT
               IF ID-SOURCE(ID-IDX) = WS-CAND-SOURCE
                       AND ID-KEY(ID-IDX) = WS-CAND-ID-NUM
                   GO TO ADD-ID-PARA-EXIT
               END-IF
           END-PERFORM.
           IF WS-ID-COUNT NOT LESS THAN WS-MAX-IDS
               GO TO ADD-ID-PARA-EXIT
           END-IF.
           ADD 1 TO WS-ID-COUNT.
           MOVE WS-CAND-SOURCE TO ID-SOURCE(WS-ID-COUNT).
           MOVE WS-CAND-ID-NUM TO ID-KEY(WS-ID-COUNT).

       ADD-ID-PARA-EXIT.
           EXIT.

      * Je li ime WS-CAND-NAME jedno od imena osobe.
       MATCH-NAME-PARA.
           MOVE 'N' TO WS-MATCH-FLAG.
           IF WS-CAND-NAME = SPACES
               GO TO MATCH-NAME-PARA-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAND-NAME))
               TO WS-NORM-NAME.
           PERFORM VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX > WS-NAME-COUNT
               IF NM-NAME(NM-IDX) = WS-NORM-NAME
                   SET SUBJECT-MATCHED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MATCH-NAME-PARA-EXIT.
           EXIT.

      * Je li broj WS-CAND-ID-NUM (izvor WS-CAND-SOURCE) osobe.
       MATCH-ID-PARA.
           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > WS-ID-COUNT
               IF ID-SOURCE(ID-IDX) = WS-CAND-SOURCE
                       AND ID-KEY(ID-IDX) = WS-CAND-ID-NUM
                   SET SUBJECT-MATCHED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MATCH-ID-PARA-EXIT.
           EXIT.

       DATASET-HEADER-PARA.
           MOVE ZEROS TO WS-HELD-COUNT.
           MOVE SPACES TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           MOVE SPACES TO SUBJECT-EXTRACT-LINE.
           STRING "DATASET " WS-CUR-DATASET
               DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.

       DATASET-HEADER-PARA-EXIT.
           EXIT.

       WRITE-HELD-PARA.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-TOTAL-HELD.
           MOVE TEMP-REPORT-LINE TO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.

       WRITE-HELD-PARA-EXIT.
           EXIT.

       DATASET-TRAILER-PARA.
           IF WS-HELD-COUNT = 0
               MOVE "  NOTHING HELD" TO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
           END-IF.

       DATASET-TRAILER-PARA-EXIT.
           EXIT.

      * Skup nije dostupan - izvod za ovaj zahtjev nije potpun.
       DATASET-UNAVAILABLE-PARA.
           MOVE SPACES TO SUBJECT-EXTRACT-LINE.
           STRING "  NOT AVAILABLE (STATUS " WS-FILE-STATUS
                  ") - EXTRACT IS INCOMPLETE"
               DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE.
           WRITE SUBJECT-EXTRACT-LINE.
           DISPLAY "SUBJXTR: " WS-CUR-DATASET " NOT AVAILABLE ("
                   WS-FILE-STATUS ") - REQUEST " SAR-REQUEST-ID
                   " INCOMPLETE".
           MOVE 12 TO RETURN-CODE.

       DATASET-UNAVAILABLE-PARA-EXIT.
           EXIT.

      * Indeks osoba: trazi se uloga s tim imenom u svakom izvornom
      * masteru; nadjena osoba daje sva imena i brojeve clana/kupca
      * pod kojima se vodi.
       PARTY-ROLES-PARA.
           MOVE "PTYIDX" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           MOVE SPACES TO PARTY-LOOKUP-REQUEST.
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > 4
               SET PLQ-BY-NAME TO TRUE
               MOVE ZEROS TO PLQ-PARTY-ID
               MOVE LS-SOURCE(LS-IDX) TO PLQ-SOURCE
               MOVE SAR-NAME TO PLQ-NAME
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL "PARTYLKP" USING PARTY-LOOKUP-REQUEST
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               IF PLQ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF PLQ-FOUND
               PERFORM VARYING PLQ-IDX FROM 1 BY 1
                       UNTIL PLQ-IDX > PLQ-ROLE-COUNT
                   MOVE PLQ-ROLE-NAME(PLQ-IDX) TO WS-CAND-NAME
                   PERFORM ADD-NAME-PARA THRU ADD-NAME-PARA-EXIT
                   IF PLQ-ROLE-SOURCE(PLQ-IDX) = "MEMBFL"
                           OR PLQ-ROLE-SOURCE(PLQ-IDX) = "CUSTFL"
                       MOVE PLQ-ROLE-SOURCE(PLQ-IDX) TO WS-CAND-SOURCE
                       MOVE PLQ-ROLE-KEY(PLQ-IDX) TO WS-CAND-ID
                       PERFORM ADD-ID-PARA THRU ADD-ID-PARA-EXIT
                   END-IF
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  PARTY " PLQ-PARTY-ID " "
                          PLQ-ROLE-SYSTEM(PLQ-IDX) " "
                          PLQ-ROLE-SOURCE(PLQ-IDX) " KEY "
                          PLQ-ROLE-KEY(PLQ-IDX) " "
                          PLQ-ROLE-NAME(PLQ-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
                   IF PLQ-ROLE-CONTACT(PLQ-IDX) NOT = SPACES
                       MOVE SPACES TO SUBJECT-EXTRACT-LINE
                       STRING "        CONTACT "
                              PLQ-ROLE-CONTACT(PLQ-IDX)
                           DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE
                       WRITE SUBJECT-EXTRACT-LINE
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       PARTY-ROLES-PARA-EXIT.
           EXIT.

       EXTRACT-MEMBERS-PARA.
           MOVE "MEMBFL" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT MEMBER-FILE.
           IF NOT MEMB-OK
               MOVE MEMB-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-MEMBERS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ MEMBER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE "MEMBFL" TO WS-CAND-SOURCE
               MOVE MBR-ID TO WS-CAND-ID-NUM
               PERFORM MATCH-ID-PARA THRU MATCH-ID-PARA-EXIT
               IF NOT SUBJECT-MATCHED
                   MOVE MBR-NAME TO WS-CAND-NAME
                   PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               END-IF
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  MEMBER " MBR-ID " " MBR-NAME " "
                          MBR-CONTACT " STATUS " MBR-STATUS
                          " EXPIRY " MBR-EXPIRY-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-MEMBERS-PARA-EXIT.
           EXIT.

      * Nadjeni kupac ulazi u tablicu brojeva radi racuna iz CUSTLNK.
       EXTRACT-CUSTOMERS-PARA.
           MOVE "CUSTFL" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT CUST-OK
               MOVE CUST-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-CUSTOMERS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ CUSTOMER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE "CUSTFL" TO WS-CAND-SOURCE
               MOVE 0 TO WS-CAND-ID-NUM
               IF CST-ID IS NUMERIC
                   MOVE CST-ID TO WS-CAND-ID-NUM
               END-IF
               PERFORM MATCH-ID-PARA THRU MATCH-ID-PARA-EXIT
               IF NOT SUBJECT-MATCHED
                   MOVE CST-NAME TO WS-CAND-NAME
                   PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
                   IF SUBJECT-MATCHED
                       MOVE CST-ID TO WS-CAND-ID
                       PERFORM ADD-ID-PARA THRU ADD-ID-PARA-EXIT
                   END-IF
               END-IF
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  CUSTOMER " CST-ID " " CST-NAME " "
                          CST-CONTACT " STATUS " CST-STATUS
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ CUSTOMER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-CUSTOMERS-PARA-EXIT.
           EXIT.

       EXTRACT-LINKS-PARA.
           MOVE "CUSTLNK" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT CUSTOMER-LINKS.
           IF NOT LNK-OK
               MOVE LNK-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-LINKS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ CUSTOMER-LINKS
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE "CUSTFL" TO WS-CAND-SOURCE
               MOVE 0 TO WS-CAND-ID-NUM
               IF LNK-CUST-ID IS NUMERIC
                   MOVE LNK-CUST-ID TO WS-CAND-ID-NUM
               END-IF
               PERFORM MATCH-ID-PARA THRU MATCH-ID-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  CUSTOMER " LNK-CUST-ID " ACCOUNT "
                          LNK-ACCOUNT-ID
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ CUSTOMER-LINKS
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-LINKS.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-LINKS-PARA-EXIT.
           EXIT.

       EXTRACT-DOGS-PARA.
           MOVE "DOGVS" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT DOG-VSAM.
           IF NOT DOG-FILE-OK
               MOVE DOG-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-DOGS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ DOG-VSAM
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE DG-OWNER TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  DOG " DG-NAME " OWNER " DG-OWNER
                          " RACE " DG-RACE " TAG " DG-TAG
                          " CHIP " DG-CHIP
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ DOG-VSAM
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DOG-VSAM.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-DOGS-PARA-EXIT.
           EXIT.

       EXTRACT-JOURNAL-PARA.
           MOVE "OWNRJRN" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT OWNER-JOURNAL.
           IF NOT JRN-OK
               MOVE JRN-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-JOURNAL-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ OWNER-JOURNAL
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE OWJ-OLD-OWNER TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF NOT SUBJECT-MATCHED
                   MOVE OWJ-NEW-OWNER TO WS-CAND-NAME
                   PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               END-IF
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " OWJ-TRANSFER-DATE " DOG " OWJ-DOG-NAME
                          " FROM " OWJ-OLD-OWNER " TO " OWJ-NEW-OWNER
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ OWNER-JOURNAL
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OWNER-JOURNAL.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-JOURNAL-PARA-EXIT.
           EXIT.

       EXTRACT-LICENCE-PARA.
           MOVE "LICBFL" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT LICENCE-BALANCE-FILE.
           IF NOT LICB-OK
               MOVE LICB-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-LICENCE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ LICENCE-BALANCE-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE LIC-OWNER TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE LIC-BALANCE TO WS-BALANCE-EDIT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  LICENCE FEE BALANCE " LIC-OWNER " "
                          WS-BALANCE-EDIT " SINCE " LIC-SINCE-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ LICENCE-BALANCE-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LICENCE-BALANCE-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-LICENCE-PARA-EXIT.
           EXIT.

       EXTRACT-ASSETS-PARA.
           MOVE "CMPFL" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT COMPUTER-FILE.
           IF NOT CMP-OK
               MOVE CMP-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-ASSETS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ COMPUTER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE CMP-OWNER-NAME TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  ASSET " CMP-COMPUTER-ID " "
                          CMP-OWNER-NAME " " CMP-OWNER-EMAIL
                          " PURCHASED " CMP-PURCHASE-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ COMPUTER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE COMPUTER-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-ASSETS-PARA-EXIT.
           EXIT.

       EXTRACT-ARCHIVE-PARA.
           MOVE "DSPARC" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT DISPOSAL-ARCHIVE.
           IF NOT DSP-OK
               MOVE DSP-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-ARCHIVE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ DISPOSAL-ARCHIVE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE DSA-OWNER-NAME TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  DISPOSED ASSET " DSA-COMPUTER-ID " "
                          DSA-OWNER-NAME " " DSA-OWNER-EMAIL
                          " DISPOSED " DSA-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ DISPOSAL-ARCHIVE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DISPOSAL-ARCHIVE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-ARCHIVE-PARA-EXIT.
           EXIT.

       EXTRACT-CIRC-PARA.
           MOVE "CIRHST" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT CIRC-HISTORY-FILE.
           IF NOT CIRC-OK
               MOVE CIRC-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-CIRC-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ CIRC-HISTORY-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE CHR-BORROWER TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " CHR-RUN-DATE " " CHR-ACTION " BOOK "
                          CHR-BOOK-ID "/" CHR-COPY-NO " "
                          CHR-BORROWER " BRANCH " CHR-BRANCH
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ CIRC-HISTORY-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CIRC-HISTORY-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-CIRC-PARA-EXIT.
           EXIT.

       EXTRACT-FINES-PARA.
           MOVE "FINBFL" TO WS-CUR-DATASET.
           PERFORM DATASET-HEADER-PARA THRU DATASET-HEADER-PARA-EXIT.
           OPEN INPUT FINE-BALANCE-FILE.
           IF NOT FINB-OK
               MOVE FINB-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO EXTRACT-FINES-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ FINE-BALANCE-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SOURCE
               MOVE FB-BORROWER TO WS-CAND-NAME
               PERFORM MATCH-NAME-PARA THRU MATCH-NAME-PARA-EXIT
               IF SUBJECT-MATCHED
                   MOVE FB-BALANCE TO WS-BALANCE-EDIT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  FINE BALANCE " FB-BORROWER " "
                          WS-BALANCE-EDIT " SINCE " FB-SINCE-DATE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   PERFORM WRITE-HELD-PARA THRU WRITE-HELD-PARA-EXIT
               END-IF
               READ FINE-BALANCE-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FINE-BALANCE-FILE.

           PERFORM DATASET-TRAILER-PARA THRU DATASET-TRAILER-PARA-EXIT.

       EXTRACT-FINES-PARA-EXIT.
           EXIT.

       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "SUBJXTR"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WS-REQUEST-COUNT TO ALOG-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-SAVED-RETURN-CODE >= 8
                   MOVE "ERROR" TO ALOG-STATUS
               WHEN WS-SAVED-RETURN-CODE >= 4
                   MOVE "WARNING" TO ALOG-STATUS
               WHEN OTHER
                   MOVE "OK" TO ALOG-STATUS
           END-EVALUATE
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
