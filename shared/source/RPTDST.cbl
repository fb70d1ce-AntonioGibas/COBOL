      ******************************************************************
      *    RPTDST - Distribucija izvjestaja po sekcijama. Izvjestaj    *
      *             koji je napisao zajednicki report-writer servis    *
      *             (RPTFL, shared/source/RPTWRT) dijeli na sekcije po *
      *             indeksu RPTSIX (podruznica, regija, vlasnik -      *
      *             kljuc koji je program predao u SECT zahtjevu) i    *
      *             svaku sekciju salje primateljima iz kontrolne      *
      *             datoteke DSTCTL (vidi shared/copylib/DSTCTL):      *
      *             PRINT na ispis DSTPRT s popratnim listom           *
      *             primatelja, MAIL kao prilog u DSTATT uz obavijest  *
      *             u zajednickom redu NTFQFL, ARCH u arhivski skup    *
      *             DSTARC. Svaka isporuka upisuje se u dnevnik        *
      *             DSTLOG; sekcija bez primatelja ide na ispis pod    *
      *             oznakom NO RECIPIENT i oznacava se u dnevniku i    *
      *             izvjestaju DSTRPT. Sekcija dulja od tablice redaka *
      *             (5000) isporucuje se skraceno, oznacava se u       *
      *             DSTLOG-u (status T) i DSTRPT-u, a run zavrsava s   *
      *             RC 8.                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SECTION-INDEX ASSIGN TO RPTSIX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO DSTCTL
                  ORGANIZATION IS SEQUENTIAL.

      * Izlazi isporuke - ispis, e-mail prilozi i arhiva.
           SELECT PRINT-FILE ASSIGN TO DSTPRT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ATTACHMENT-FILE ASSIGN TO DSTATT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-FILE ASSIGN TO DSTARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DELIVERY-LOG ASSIGN TO DSTLOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DISTRIBUTION-REPORT ASSIGN TO DSTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE RECORDING MODE F.
       01 REPORT-FILE-LINE PIC X(132).

       FD SECTION-INDEX RECORDING MODE F.
       01 SECTION-INDEX-LINE PIC X(52).

       FD CONTROL-FILE RECORDING MODE F.
       01 CONTROL-FILE-RECORD PIC X(96).

       FD PRINT-FILE RECORDING MODE F.
       01 PRINT-FILE-LINE PIC X(132).

      * Prilog: oznaka priloga (ista u NTF-SUBST-2 obavijesti) pa
      * redak izvjestaja.
       FD ATTACHMENT-FILE RECORDING MODE F.
       01 ATTACHMENT-RECORD.
           05 ATT-REFERENCE     PIC X(12).
           05 FILLER            PIC X.
           05 ATT-LINE          PIC X(132).

       FD ARCHIVE-FILE RECORDING MODE F.
       01 ARCHIVE-RECORD.
           05 ARC-REPORT-ID     PIC X(8).
           05 FILLER            PIC X.
           05 ARC-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 ARC-SECTION-KEY   PIC X(30).
           05 FILLER            PIC X.
           05 ARC-RECIPIENT     PIC X(50).
           05 FILLER            PIC X.
           05 ARC-LINE          PIC X(132).

       FD DELIVERY-LOG RECORDING MODE F.
       01 DELIVERY-LOG-LINE PIC X(134).

       FD DISTRIBUTION-REPORT.
       01 DISTRIBUTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY RPTSIX.
           COPY DSTCTL.
           COPY DSTLOG.
           COPY NOTIFREC.

       01 WS-REPORT-EOF    PIC X VALUE 'N'.
           88 END-OF-REPORT   VALUE 'Y'.
       01 WS-INDEX-EOF     PIC X VALUE 'N'.
           88 END-OF-INDEX    VALUE 'Y'.
       01 WS-CONTROL-EOF   PIC X VALUE 'N'.
           88 END-OF-CONTROL  VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-DATE   PIC X(8).
           05 FILLER       PIC X(13).

      * Oznaka izvjestaja (PARM REPORT=); bez nje se uzima oznaka iz
      * prvog zapisa indeksa sekcija.
       01 WS-REPORT-ID     PIC X(8) VALUE SPACES.

      * Sekcije iz RPTSIX-a za ovaj izvjestaj. Bez indeksa cijeli
      * izvjestaj je jedna sekcija s kljucem *ALL.
       01 WS-MAX-SECTIONS  PIC 9(4) VALUE 1000.
       01 WS-SECTION-COUNT PIC 9(4) VALUE 0.
       01 SECTION-TABLE.
           02 SECTION-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-SECTION-COUNT
                            INDEXED BY SEC-IDX.
              03 SC-KEY          PIC X(30).
              03 SC-FIRST-LINE   PIC 9(7).
              03 SC-FIRST-PAGE   PIC 9(4).

      * Primatelji iz DSTCTL-a za ovaj izvjestaj.
       01 WS-MAX-ROUTES    PIC 9(4) VALUE 500.
       01 WS-ROUTE-COUNT   PIC 9(4) VALUE 0.
       01 ROUTE-TABLE.
           02 ROUTE-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-ROUTE-COUNT
                          INDEXED BY RTE-IDX.
              03 RO-SECTION-KEY  PIC X(30).
              03 RO-METHOD       PIC X(5).
              03 RO-RECIPIENT    PIC X(50).

      * Redci tekuce sekcije - isporucuju se tek kad je sekcija
      * cijela procitana, jednom po primatelju.
       01 WS-MAX-LINES     PIC 9(5) VALUE 5000.
       01 WS-LINE-COUNT    PIC 9(5) VALUE 0.
       01 SECTION-LINES.
           02 SECTION-LINE PIC X(132) OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-LINE-COUNT
                           INDEXED BY LIN-IDX.
       01 WS-DROPPED-LINES PIC 9(6) VALUE ZEROS.
      * Broj skracenih sekcija u cijelom runu (WS-DROPPED-LINES se
      * nulira po sekciji).
       01 TRUNCATED-COUNT  PIC 9(5) VALUE ZEROS.

       01 WS-CURRENT-KEY   PIC X(30) VALUE SPACES.
       01 WS-NEXT-SECTION  PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-LINE     PIC 9(7) VALUE ZEROS.
       01 WS-REPORT-LINE-NO PIC 9(7) VALUE ZEROS.
       01 WS-ROUTE-KEY     PIC X(30).
       01 WS-ROUTES-FOUND  PIC 9(4) VALUE ZEROS.
       01 WS-DELIVERIES    PIC 9(4) VALUE ZEROS.
       01 WS-ATTACH-SEQ    PIC 9(5) VALUE ZEROS.
       01 WS-REFERENCE     PIC X(12).
       01 WS-ED-LINES      PIC ZZZZ9.
       01 WS-ED-DROPPED    PIC ZZZZZ9.
       01 WS-ED-COUNT      PIC ZZZ9.

       01 TOTAL-LINES      PIC 9(7) VALUE ZEROS.
       01 TOTAL-SECTIONS   PIC 9(6) VALUE ZEROS.
       01 PRINT-COUNT      PIC 9(6) VALUE ZEROS.
       01 MAIL-COUNT       PIC 9(6) VALUE ZEROS.
       01 ARCHIVE-COUNT    PIC 9(6) VALUE ZEROS.
       01 UNROUTED-COUNT   PIC 9(6) VALUE ZEROS.
       01 BAD-METHOD-COUNT PIC 9(6) VALUE ZEROS.

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=sekcije bez
      * primatelja, 8=greska u podacima (neispravan nacin isporuke,
      * preduga sekcija, puna tablica), 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "RPTDST: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-INDEX-PARA THRU LOAD-INDEX-PARA-EXIT.
           PERFORM LOAD-ROUTES-PARA THRU LOAD-ROUTES-PARA-EXIT.

           OPEN INPUT REPORT-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT ATTACHMENT-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN EXTEND DELIVERY-LOG.
           OPEN OUTPUT DISTRIBUTION-REPORT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REPORT DISTRIBUTION - " WS-REPORT-ID
                  "  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.

           PERFORM SPLIT-REPORT-PARA THRU SPLIT-REPORT-PARA-EXIT.

           MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LINES: " TOTAL-LINES
                  "  SECTIONS: " TOTAL-SECTIONS
                  "  PRINT: " PRINT-COUNT
                  "  MAIL: " MAIL-COUNT
                  "  ARCHIVE: " ARCHIVE-COUNT
                  "  NO RECIPIENT: " UNROUTED-COUNT
                  "  BAD METHOD: " BAD-METHOD-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.
           IF TRUNCATED-COUNT > 0
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "TRUNCATED SECTIONS: " TRUNCATED-COUNT
                      "  *** INCOMPLETE DELIVERY"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO DISTRIBUTION-REPORT-LINE
               WRITE DISTRIBUTION-REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE PRINT-FILE.
           CLOSE ATTACHMENT-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE DELIVERY-LOG.
           CLOSE DISTRIBUTION-REPORT.

           DISPLAY "RPTDST: " WS-REPORT-ID " " TOTAL-SECTIONS
                   " SECTIONS - PRINT " PRINT-COUNT
                   " MAIL " MAIL-COUNT
                   " ARCHIVE " ARCHIVE-COUNT
                   " NO RECIPIENT " UNROUTED-COUNT
                   " BAD METHOD " BAD-METHOD-COUNT
                   " TRUNCATED " TRUNCATED-COUNT.

           IF BAD-METHOD-COUNT > 0 OR TRUNCATED-COUNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF UNROUTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "REPORT=CMODRPT,RUNDATE=20260105", i puni KEYWORD-TABLE
      * - vidi TASK5C.
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

       APPLY-PARMS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                       WHEN "REPORT"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-REPORT-ID
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Ucitava indeks sekcija koji je RPTWRT napisao uz izvjestaj.
       LOAD-INDEX-PARA.
           OPEN INPUT SECTION-INDEX.

           READ SECTION-INDEX INTO REPORT-SECTION-INDEX
               AT END SET END-OF-INDEX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INDEX
               IF WS-REPORT-ID = SPACES
                   MOVE RSX-REPORT-ID TO WS-REPORT-ID
               END-IF
               IF RSX-REPORT-ID = WS-REPORT-ID
                   IF WS-SECTION-COUNT NOT LESS THAN WS-MAX-SECTIONS
                       DISPLAY "RPTDST: SECTION TABLE FULL - "
                               RSX-SECTION-KEY " MERGED INTO PRIOR"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-SECTION-COUNT
                       SET SEC-IDX TO WS-SECTION-COUNT
                       MOVE RSX-SECTION-KEY TO SC-KEY(SEC-IDX)
                       MOVE RSX-FIRST-LINE  TO SC-FIRST-LINE(SEC-IDX)
                       MOVE RSX-FIRST-PAGE  TO SC-FIRST-PAGE(SEC-IDX)
                   END-IF
               END-IF
               READ SECTION-INDEX INTO REPORT-SECTION-INDEX
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SECTION-INDEX.

           IF WS-SECTION-COUNT = 0
               DISPLAY "RPTDST: NO SECTION INDEX - REPORT "
                       "DISTRIBUTED AS ONE SECTION"
               MOVE 1 TO WS-SECTION-COUNT
               MOVE "*ALL" TO SC-KEY(1)
               MOVE 1      TO SC-FIRST-LINE(1)
               MOVE 1      TO SC-FIRST-PAGE(1)
           END-IF.

       LOAD-INDEX-PARA-EXIT.
           EXIT.

      * Ucitava primatelje ovog izvjestaja iz DSTCTL-a.
       LOAD-ROUTES-PARA.
           OPEN INPUT CONTROL-FILE.

           READ CONTROL-FILE INTO DISTRIBUTION-CONTROL-RECORD
               AT END SET END-OF-CONTROL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CONTROL
               IF DST-REPORT-ID = WS-REPORT-ID
                   IF WS-ROUTE-COUNT NOT LESS THAN WS-MAX-ROUTES
                       DISPLAY "RPTDST: ROUTE TABLE FULL - SKIPPED "
                               DST-SECTION-KEY " " DST-RECIPIENT
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-ROUTE-COUNT
                       SET RTE-IDX TO WS-ROUTE-COUNT
                       MOVE DST-SECTION-KEY TO RO-SECTION-KEY(RTE-IDX)
                       MOVE DST-METHOD      TO RO-METHOD(RTE-IDX)
                       MOVE DST-RECIPIENT   TO RO-RECIPIENT(RTE-IDX)
                   END-IF
               END-IF
               READ CONTROL-FILE INTO DISTRIBUTION-CONTROL-RECORD
                   AT END SET END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CONTROL-FILE.

       LOAD-ROUTES-PARA-EXIT.
           EXIT.

      * Cita RPTFL redak po redak i dijeli ga na sekcije po prvom
      * retku iz indeksa; redci prije prve sekcije (ako ih ima) idu
      * kao sekcija *HEADER.
       SPLIT-REPORT-PARA.
           MOVE "*HEADER" TO WS-CURRENT-KEY.
           MOVE 1 TO WS-NEXT-SECTION.
           MOVE SC-FIRST-LINE(1) TO WS-NEXT-LINE.

           READ REPORT-FILE
               AT END SET END-OF-REPORT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REPORT
               ADD 1 TO WS-REPORT-LINE-NO
               ADD 1 TO TOTAL-LINES
               IF WS-NEXT-SECTION > 0
                   AND WS-REPORT-LINE-NO NOT LESS THAN WS-NEXT-LINE
                   PERFORM DELIVER-SECTION-PARA
                           THRU DELIVER-SECTION-PARA-EXIT
                   MOVE SC-KEY(WS-NEXT-SECTION) TO WS-CURRENT-KEY
                   IF WS-NEXT-SECTION < WS-SECTION-COUNT
                       ADD 1 TO WS-NEXT-SECTION
                       MOVE SC-FIRST-LINE(WS-NEXT-SECTION)
                           TO WS-NEXT-LINE
                   ELSE
                       MOVE ZEROS TO WS-NEXT-SECTION
                   END-IF
               END-IF
               IF WS-LINE-COUNT < WS-MAX-LINES
                   ADD 1 TO WS-LINE-COUNT
                   MOVE REPORT-FILE-LINE TO SECTION-LINE(WS-LINE-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-LINES
               END-IF
               READ REPORT-FILE
                   AT END SET END-OF-REPORT TO TRUE
               END-READ
           END-PERFORM.

           PERFORM DELIVER-SECTION-PARA THRU DELIVER-SECTION-PARA-EXIT.

       SPLIT-REPORT-PARA-EXIT.
           EXIT.

      * Isporucuje procitanu sekciju svim njezinim primateljima;
      * sekcija bez vlastitog zapisa u DSTCTL-u ide primateljima
      * kljuca *, a bez ijedne uspjesne isporuke oznacava se kao
      * sekcija bez primatelja.
       DELIVER-SECTION-PARA.
           IF WS-LINE-COUNT = 0
               GO TO DELIVER-SECTION-PARA-EXIT
           END-IF.

           ADD 1 TO TOTAL-SECTIONS.
           MOVE ZEROS TO WS-ROUTES-FOUND.
           MOVE ZEROS TO WS-DELIVERIES.

           IF WS-DROPPED-LINES > 0
               ADD 1 TO TRUNCATED-COUNT
               DISPLAY "RPTDST: SECTION " WS-CURRENT-KEY
                       " LONGER THAN " WS-MAX-LINES " LINES - "
                       WS-DROPPED-LINES " LINES NOT DELIVERED"
           END-IF.

           MOVE WS-CURRENT-KEY TO WS-ROUTE-KEY.
           PERFORM ROUTE-SECTION-PARA THRU ROUTE-SECTION-PARA-EXIT.
           IF WS-ROUTES-FOUND = 0
               MOVE "*" TO WS-ROUTE-KEY
               PERFORM ROUTE-SECTION-PARA THRU ROUTE-SECTION-PARA-EXIT
           END-IF.

           MOVE WS-LINE-COUNT TO WS-ED-LINES.
           MOVE WS-DELIVERIES TO WS-ED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF WS-DELIVERIES = 0
               PERFORM UNROUTED-SECTION-PARA
                       THRU UNROUTED-SECTION-PARA-EXIT
               STRING "  " WS-CURRENT-KEY
                      " LINES " WS-ED-LINES
                      "  *** NO RECIPIENT - PRINTED FOR FOLLOW-UP"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "  " WS-CURRENT-KEY
                      " LINES " WS-ED-LINES
                      "  DELIVERIES " WS-ED-COUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO DISTRIBUTION-REPORT-LINE.
           WRITE DISTRIBUTION-REPORT-LINE.

           IF WS-DROPPED-LINES > 0
               MOVE WS-DROPPED-LINES TO WS-ED-DROPPED
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " WS-CURRENT-KEY
                      " *** TRUNCATED - " WS-ED-DROPPED
                      " LINES NOT DELIVERED"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO DISTRIBUTION-REPORT-LINE
               WRITE DISTRIBUTION-REPORT-LINE
           END-IF.

           MOVE ZEROS TO WS-LINE-COUNT.
           MOVE ZEROS TO WS-DROPPED-LINES.

       DELIVER-SECTION-PARA-EXIT.
           EXIT.

      * Sve isporuke tekuce sekcije za kljuc WS-ROUTE-KEY.
       ROUTE-SECTION-PARA.
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                   UNTIL RTE-IDX > WS-ROUTE-COUNT
               IF RO-SECTION-KEY(RTE-IDX) = WS-ROUTE-KEY
                   ADD 1 TO WS-ROUTES-FOUND
                   PERFORM DELIVER-ONE-PARA
                           THRU DELIVER-ONE-PARA-EXIT
               END-IF
           END-PERFORM.

       ROUTE-SECTION-PARA-EXIT.
           EXIT.

      * Jedna isporuka sekcije primatelju RTE-IDX.
       DELIVER-ONE-PARA.
           INITIALIZE DISTRIBUTION-LOG-RECORD.
           MOVE SPACES TO WS-REFERENCE.

           EVALUATE RO-METHOD(RTE-IDX)
               WHEN "PRINT"
                   ADD 1 TO PRINT-COUNT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "*** DELIVER TO: " RO-RECIPIENT(RTE-IDX)
                          "  REPORT " WS-REPORT-ID
                          "  SECTION " WS-CURRENT-KEY
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO PRINT-FILE-LINE
                   WRITE PRINT-FILE-LINE
                   PERFORM VARYING LIN-IDX FROM 1 BY 1
                           UNTIL LIN-IDX > WS-LINE-COUNT
                       MOVE SECTION-LINE(LIN-IDX) TO PRINT-FILE-LINE
                       WRITE PRINT-FILE-LINE
                   END-PERFORM
                   MOVE "D" TO DLG-STATUS
                   ADD 1 TO WS-DELIVERIES
               WHEN "MAIL"
                   ADD 1 TO MAIL-COUNT
                   ADD 1 TO WS-ATTACH-SEQ
                   STRING WS-RUN-NUMBER "-" WS-ATTACH-SEQ
                       DELIMITED BY SIZE INTO WS-REFERENCE
                   PERFORM VARYING LIN-IDX FROM 1 BY 1
                           UNTIL LIN-IDX > WS-LINE-COUNT
                       MOVE SPACES TO ATTACHMENT-RECORD
                       MOVE WS-REFERENCE TO ATT-REFERENCE
                       MOVE SECTION-LINE(LIN-IDX) TO ATT-LINE
                       WRITE ATTACHMENT-RECORD
                   END-PERFORM
                   PERFORM QUEUE-MAIL-PARA THRU QUEUE-MAIL-PARA-EXIT
                   MOVE "D" TO DLG-STATUS
                   ADD 1 TO WS-DELIVERIES
               WHEN "ARCH"
                   ADD 1 TO ARCHIVE-COUNT
                   PERFORM VARYING LIN-IDX FROM 1 BY 1
                           UNTIL LIN-IDX > WS-LINE-COUNT
                       MOVE SPACES TO ARCHIVE-RECORD
                       MOVE WS-REPORT-ID   TO ARC-REPORT-ID
                       MOVE WS-RUN-DATE-NUM TO ARC-RUN-DATE
                       MOVE WS-CURRENT-KEY TO ARC-SECTION-KEY
                       MOVE RO-RECIPIENT(RTE-IDX) TO ARC-RECIPIENT
                       MOVE SECTION-LINE(LIN-IDX) TO ARC-LINE
                       WRITE ARCHIVE-RECORD
                   END-PERFORM
                   MOVE "D" TO DLG-STATUS
                   ADD 1 TO WS-DELIVERIES
               WHEN OTHER
                   ADD 1 TO BAD-METHOD-COUNT
                   DISPLAY "RPTDST: INVALID METHOD '"
                           RO-METHOD(RTE-IDX) "' FOR "
                           FUNCTION TRIM(RO-RECIPIENT(RTE-IDX))
                   MOVE "E" TO DLG-STATUS
           END-EVALUATE.

           IF DLG-DELIVERED AND WS-DROPPED-LINES > 0
               SET DLG-TRUNCATED TO TRUE
           END-IF.
           MOVE RO-METHOD(RTE-IDX)    TO DLG-METHOD.
           MOVE RO-RECIPIENT(RTE-IDX) TO DLG-RECIPIENT.
           PERFORM WRITE-DELIVERY-PARA THRU WRITE-DELIVERY-PARA-EXIT.

       DELIVER-ONE-PARA-EXIT.
           EXIT.

      * Obavijest s prilogom ide u zajednicki red (NTFQFL) - otprema
      * je NTFDISP-ova briga, a mail house prilog uzima iz DSTATT-a
      * po oznaci u NTF-SUBST-2.
       QUEUE-MAIL-PARA.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE RO-RECIPIENT(RTE-IDX) TO NTF-RECIPIENT.
           MOVE "MAIL"                TO NTF-CHANNEL.
           MOVE "RPTDIST"             TO NTF-TEMPLATE.
           STRING WS-REPORT-ID " " WS-CURRENT-KEY
               DELIMITED BY SIZE INTO NTF-SUBST-1.
           MOVE WS-REFERENCE          TO NTF-SUBST-2.
           MOVE WS-LINE-COUNT         TO WS-ED-LINES.
           MOVE WS-ED-LINES           TO NTF-SUBST-3.
           MOVE "RPTDST"              TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER         TO NTF-RUN-NUMBER.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.

       QUEUE-MAIL-PARA-EXIT.
           EXIT.

      * Sekcija bez primatelja ide na ispis pod oznakom da se ne
      * izgubi, a u dnevnik isporuke kao neusmjerena.
       UNROUTED-SECTION-PARA.
           ADD 1 TO UNROUTED-COUNT.
           DISPLAY "RPTDST: NO RECIPIENT FOR SECTION " WS-CURRENT-KEY.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "*** NO RECIPIENT  REPORT " WS-REPORT-ID
                  "  SECTION " WS-CURRENT-KEY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PRINT-FILE-LINE.
           WRITE PRINT-FILE-LINE.
           PERFORM VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > WS-LINE-COUNT
               MOVE SECTION-LINE(LIN-IDX) TO PRINT-FILE-LINE
               WRITE PRINT-FILE-LINE
           END-PERFORM.

           INITIALIZE DISTRIBUTION-LOG-RECORD.
           MOVE SPACES TO WS-REFERENCE.
           MOVE "NONE" TO DLG-METHOD.
           MOVE SPACES TO DLG-RECIPIENT.
           MOVE "U" TO DLG-STATUS.
           PERFORM WRITE-DELIVERY-PARA THRU WRITE-DELIVERY-PARA-EXIT.

       UNROUTED-SECTION-PARA-EXIT.
           EXIT.

      * Dopisuje zapis u dnevnik isporuke (DSTLOG).
       WRITE-DELIVERY-PARA.
           MOVE WS-RUN-DATE-NUM TO DLG-RUN-DATE.
           MOVE WS-RUN-NUMBER   TO DLG-RUN-NUMBER.
           MOVE WS-REPORT-ID    TO DLG-REPORT-ID.
           MOVE WS-CURRENT-KEY  TO DLG-SECTION-KEY.
           MOVE WS-LINE-COUNT   TO DLG-LINES.
           MOVE WS-REFERENCE    TO DLG-REFERENCE.
           MOVE DISTRIBUTION-LOG-RECORD TO DELIVERY-LOG-LINE.
           WRITE DELIVERY-LOG-LINE.

       WRITE-DELIVERY-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "RPTDST"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-LINES TO ALOG-RECORD-COUNT
           IF UNROUTED-COUNT > 0 OR BAD-METHOD-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
