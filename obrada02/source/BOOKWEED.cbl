       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKWEED.

      ******************************************************************
      * BOOKWEED - Otpis (weeding) fonda u dva koraka. MODE=LIST       *
      *            (default) trazi primjerke na polici (BC-AVAILABLE)  *
      *            koji nisu posudjeni (CHECKOUT u trajnoj povijesti   *
      *            CIRHST) zadnjih YEARS= godina (default 5), a naslov *
      *            im je izdan prije PUBBEFORE= godine (BD-YEAR,       *
      *            default tekuca minus 10). Zadnji zivi primjerak     *
      *            naslova (A, P ili H) se ne predlaze osim uz         *
      *            LASTCOPY=Y. Popis ide u WEEDRPT grupiran po BD-     *
      *            GENRE i BC-BRANCH, a kandidati u WEEDOUT (vidi      *
      *            WEEDREC). Knjiznicar odobrene oznaci s "Y", pa      *
      *            MODE=APPROVE iz WEEDFL pravi REMOVE transakcije u   *
      *            CTXOUT u BOOKCPY ulaznom rasporedu (vidi CPYTRX) -  *
      *            otpis tako zavrsi u evidenciji primjeraka, a ne na  *
      *            papiru.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT OPTIONAL CIRC-HISTORY ASSIGN TO CIRHST
                  ORGANIZATION IS SEQUENTIAL.

      * Kandidati - WEEDOUT iz MODE=LIST, WEEDFL odobreni popis za
      * MODE=APPROVE.
           SELECT WEED-CANDIDATE-OUT ASSIGN TO WEEDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WEED-CANDIDATE-IN ASSIGN TO WEEDFL
                  ORGANIZATION IS SEQUENTIAL.

      * REMOVE transakcije za BOOKCPY (CTRXFL).
           SELECT COPY-TRX-OUT ASSIGN TO CTXOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WEED-REPORT ASSIGN TO WEEDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD BOOK-VSAM.
           COPY BOOKDET.

       FD CIRC-HISTORY.
           COPY CIRCHST.

       FD WEED-CANDIDATE-OUT RECORDING MODE F.
       01 WEED-CANDIDATE-OUT-RECORD PIC X(100).

       FD WEED-CANDIDATE-IN RECORDING MODE F.
       01 WEED-CANDIDATE-IN-RECORD PIC X(100).

       FD COPY-TRX-OUT.
           COPY CPYTRX.

       FD WEED-REPORT.
       01 WEED-REPORT-LINE PIC X(120).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-GENRE         PIC X(20).
           05 SRT-BRANCH        PIC X(3).
           05 SRT-BOOK-ID       PIC 9(5).
           05 SRT-COPY-NO       PIC 9(2).
           05 SRT-YEAR          PIC 9(4).
           05 SRT-LAST-CHECKOUT PIC 9(8).
           05 SRT-TITLE         PIC X(50).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 COPY-STATUS     PIC XX.
           88 COPY-OK      VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-COPY-EOF      PIC X VALUE 'N'.
           88 END-OF-COPIES VALUE 'Y'.
       01 WS-HIST-EOF      PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 END-OF-SORT   VALUE 'Y'.
       01 WS-WEED-EOF      PIC X VALUE 'N'.
           88 END-OF-WEED   VALUE 'Y'.

       01 COPIES-EXAMINED  PIC 9(5) VALUE ZEROS.
       01 CANDIDATE-COUNT  PIC 9(5) VALUE ZEROS.
       01 LAST-COPY-KEPT   PIC 9(5) VALUE ZEROS.
       01 HISTORY-READ     PIC 9(7) VALUE ZEROS.
       01 APPROVED-COUNT   PIC 9(5) VALUE ZEROS.
       01 NOT-APPROVED     PIC 9(5) VALUE ZEROS.
       01 REJECTED-LINES   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).

      * Nacin rada - LIST (default) ili APPROVE.
       01 WS-RUN-MODE      PIC X(7) VALUE "LIST".
           88 MODE-IS-APPROVE VALUE "APPROVE".

      * Kriteriji - PARM YEARS=, PUBBEFORE=, LASTCOPY=Y.
       01 WS-IDLE-YEARS    PIC 9(2) VALUE 5.
       01 WS-PUB-BEFORE    PIC 9(4) VALUE ZEROS.
       01 WS-LASTCOPY-FLAG PIC X VALUE 'N'.
           88 WEED-LAST-COPY VALUE 'Y'.
       01 WS-CUTOFF-DATE   PIC 9(8) VALUE ZEROS.

      * Svi primjerci iz COPY-VSAM redom kljuca (naslov + primjerak)
      * s datumom zadnje posudbe iz CIRHST.
       01 WS-MAX-COPIES    PIC 9(5) VALUE 20000.
       01 WS-COPY-COUNT    PIC 9(5) VALUE 0.
       01 COPY-TABLE.
           02 COPY-ENTRY OCCURS 1 TO 20000 TIMES
                          DEPENDING ON WS-COPY-COUNT
                          INDEXED BY CT-IDX.
              03 CT-BOOK-ID     PIC 9(5).
              03 CT-COPY-NO     PIC 9(2).
              03 CT-STATUS      PIC X.
                 88 CT-AVAILABLE VALUE "A".
                 88 CT-LIVE     VALUE "A" "P" "H".
              03 CT-BRANCH      PIC X(3).
              03 CT-LAST-CKO    PIC 9(8).

       01 WS-FOUND-SUB     PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-START   PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-END     PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-SUB     PIC 9(5) VALUE ZEROS.
       01 WS-LIVE-LEFT     PIC 9(3) VALUE ZEROS.

      * Prekidi grupa u izvjestaju.
       01 WS-PRIOR-GENRE   PIC X(20) VALUE SPACES.
       01 WS-PRIOR-BRANCH  PIC X(3) VALUE SPACES.
       01 WS-GENRE-COUNT   PIC 9(5) VALUE ZEROS.
       01 WS-BRANCH-COUNT  PIC 9(5) VALUE ZEROS.
       01 WS-FIRST-GROUP   PIC X VALUE 'Y'.
           88 FIRST-GROUP   VALUE 'Y'.
       01 WS-LAST-CKO-TEXT PIC X(8) VALUE SPACES.

      * Zapis kandidata - vidi obrada02/copylib/WEEDREC.
           COPY WEEDREC.

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-PUB-BEFORE = WS-ST-YEAR - 10.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           COMPUTE WS-CUTOFF-DATE =
                   ((WS-ST-YEAR - WS-IDLE-YEARS) * 10000)
                   + (WS-ST-MONTH * 100) + WS-ST-DAY.

           OPEN OUTPUT WEED-REPORT.

           IF MODE-IS-APPROVE
               PERFORM APPROVE-CANDIDATES-PARA
                       THRU APPROVE-CANDIDATES-PARA-EXIT
           ELSE
               PERFORM LIST-CANDIDATES-PARA
                       THRU LIST-CANDIDATES-PARA-EXIT
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE WEED-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "YEARS=3,PUBBEFORE=2005", i puni KEYWORD-TABLE - vidi
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

      * Prenosi MODE=, YEARS=, PUBBEFORE= i LASTCOPY= iz
      * KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MODE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   = "APPROVE"
                               MOVE "APPROVE" TO WS-RUN-MODE
                           END-IF
                       WHEN "YEARS"
                           COMPUTE WS-IDLE-YEARS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "PUBBEFORE"
                           COMPUTE WS-PUB-BEFORE =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "LASTCOPY"
                           MOVE KW-VALUE(KW-IDX)(1:1)
                               TO WS-LASTCOPY-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * MODE=LIST - ucitava primjerke i povijest, pa kandidate
      * sortira po zanru, poslovnici i naslovu.
       LIST-CANDIDATES-PARA.
           OPEN INPUT COPY-VSAM.
           OPEN INPUT BOOK-VSAM.
           OPEN OUTPUT WEED-CANDIDATE-OUT.

           PERFORM LOAD-COPIES-PARA THRU LOAD-COPIES-PARA-EXIT.
           PERFORM LOAD-LAST-CHECKOUT-PARA
                   THRU LOAD-LAST-CHECKOUT-PARA-EXIT.

           MOVE "WEEDING CANDIDATES" TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "NO CHECKOUT SINCE " WS-CUTOFF-DATE
                  "  PUBLISHED BEFORE " WS-PUB-BEFORE
                  "  LAST COPY INCLUDED: " WS-LASTCOPY-FLAG
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-GENRE
               ON ASCENDING KEY SRT-BRANCH
               ON ASCENDING KEY SRT-BOOK-ID
               ON ASCENDING KEY SRT-COPY-NO
               INPUT PROCEDURE IS SELECT-CANDIDATES-PARA
                               THRU SELECT-CANDIDATES-PARA-EXIT
               OUTPUT PROCEDURE IS REPORT-CANDIDATES-PARA
                                THRU REPORT-CANDIDATES-PARA-EXIT.

           PERFORM WRITE-LIST-SUMMARY-PARA
                   THRU WRITE-LIST-SUMMARY-PARA-EXIT.

           CLOSE COPY-VSAM.
           CLOSE BOOK-VSAM.
           CLOSE WEED-CANDIDATE-OUT.

       LIST-CANDIDATES-PARA-EXIT.
           EXIT.

      * Svi primjerci iz COPY-VSAM, redom kljuca.
       LOAD-COPIES-PARA.
           READ COPY-VSAM NEXT RECORD
               AT END SET END-OF-COPIES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COPIES
               IF WS-COPY-COUNT < WS-MAX-COPIES
                   ADD 1 TO WS-COPY-COUNT
                   MOVE BC-BOOK-ID TO CT-BOOK-ID(WS-COPY-COUNT)
                   MOVE BC-COPY-NO TO CT-COPY-NO(WS-COPY-COUNT)
                   MOVE BC-STATUS  TO CT-STATUS(WS-COPY-COUNT)
                   MOVE BC-BRANCH  TO CT-BRANCH(WS-COPY-COUNT)
                   MOVE ZEROS      TO CT-LAST-CKO(WS-COPY-COUNT)
                   READ COPY-VSAM NEXT RECORD
                       AT END SET END-OF-COPIES TO TRUE
                   END-READ
               ELSE
                   DISPLAY "BOOKWEED: COPY TABLE FULL AT "
                           WS-MAX-COPIES
                   SET END-OF-COPIES TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-COPY-COUNT TO COPIES-EXAMINED.

       LOAD-COPIES-PARA-EXIT.
           EXIT.

      * Najkasniji CHECKOUT po primjerku iz trajne povijesti.
       LOAD-LAST-CHECKOUT-PARA.
           OPEN INPUT CIRC-HISTORY.

           READ CIRC-HISTORY
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               ADD 1 TO HISTORY-READ
               IF CHR-ACTION = "CHECKOUT" AND CHR-RUN-DATE IS NUMERIC
                   PERFORM FIND-COPY-PARA THRU FIND-COPY-PARA-EXIT
                   IF WS-FOUND-SUB > 0
                       IF CHR-RUN-DATE > CT-LAST-CKO(WS-FOUND-SUB)
                           MOVE CHR-RUN-DATE
                               TO CT-LAST-CKO(WS-FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
               READ CIRC-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CIRC-HISTORY.

       LOAD-LAST-CHECKOUT-PARA-EXIT.
           EXIT.

      * Trazi primjerak CHR-BOOK-ID/CHR-COPY-NO u COPY-TABLE;
      * tablica je redom kljuca, pa se trazenje prekida na prvom
      * vecem naslovu. WS-FOUND-SUB = 0 ako ga nema.
       FIND-COPY-PARA.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-COPY-COUNT
               IF CT-BOOK-ID(CT-IDX) > CHR-BOOK-ID
                   EXIT PERFORM
               END-IF
               IF CT-BOOK-ID(CT-IDX) = CHR-BOOK-ID
                       AND CT-COPY-NO(CT-IDX) = CHR-COPY-NO
                   SET WS-FOUND-SUB TO CT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-COPY-PARA-EXIT.
           EXIT.

      * Ulazna procedura sorta - naslov po naslov (uzastopni zapisi
      * istog CT-BOOK-ID-a) predaje kandidate sortu.
       SELECT-CANDIDATES-PARA.
           MOVE 1 TO WS-GROUP-START.

           PERFORM UNTIL WS-GROUP-START > WS-COPY-COUNT
               MOVE WS-GROUP-START TO WS-GROUP-END
               PERFORM UNTIL WS-GROUP-END >= WS-COPY-COUNT
                       OR CT-BOOK-ID(WS-GROUP-END + 1)
                          NOT = CT-BOOK-ID(WS-GROUP-START)
                   ADD 1 TO WS-GROUP-END
               END-PERFORM
               PERFORM SELECT-TITLE-PARA THRU SELECT-TITLE-PARA-EXIT
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM.

       SELECT-CANDIDATES-PARA-EXIT.
           EXIT.

      * Jedan naslov: stari naslov (BD-YEAR < PUBBEFORE) daje
      * kandidate medju primjercima na polici bez posudbe od
      * WS-CUTOFF-DATE; bez LASTCOPY=Y barem jedan zivi primjerak
      * ostaje.
       SELECT-TITLE-PARA.
           MOVE CT-BOOK-ID(WS-GROUP-START) TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   GO TO SELECT-TITLE-PARA-EXIT
           END-READ.

           IF BD-YEAR IS NOT NUMERIC OR BD-YEAR NOT < WS-PUB-BEFORE
               GO TO SELECT-TITLE-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-LIVE-LEFT.
           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-START BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-END
               IF CT-LIVE(WS-GROUP-SUB)
                   ADD 1 TO WS-LIVE-LEFT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-START BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-END
               IF CT-AVAILABLE(WS-GROUP-SUB)
                       AND CT-LAST-CKO(WS-GROUP-SUB) < WS-CUTOFF-DATE
                   IF WEED-LAST-COPY OR WS-LIVE-LEFT > 1
                       MOVE BD-GENRE TO SRT-GENRE
                       MOVE CT-BRANCH(WS-GROUP-SUB) TO SRT-BRANCH
                       MOVE CT-BOOK-ID(WS-GROUP-SUB) TO SRT-BOOK-ID
                       MOVE CT-COPY-NO(WS-GROUP-SUB) TO SRT-COPY-NO
                       MOVE BD-YEAR TO SRT-YEAR
                       MOVE CT-LAST-CKO(WS-GROUP-SUB)
                           TO SRT-LAST-CHECKOUT
                       MOVE BD-TITLE TO SRT-TITLE
                       RELEASE SORT-RECORD
                       SUBTRACT 1 FROM WS-LIVE-LEFT
                   ELSE
                       ADD 1 TO LAST-COPY-KEPT
                   END-IF
               END-IF
           END-PERFORM.

       SELECT-TITLE-PARA-EXIT.
           EXIT.

      * Izlazna procedura sorta - popis s prekidom po zanru i
      * poslovnici i kandidati u WEEDOUT.
       REPORT-CANDIDATES-PARA.
           RETURN SORT-WORK
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

           IF END-OF-SORT
               MOVE SPACES TO WEED-REPORT-LINE
               WRITE WEED-REPORT-LINE
               MOVE "NO WEEDING CANDIDATES" TO WEED-REPORT-LINE
               WRITE WEED-REPORT-LINE
               GO TO REPORT-CANDIDATES-PARA-EXIT
           END-IF.

           PERFORM UNTIL END-OF-SORT
               IF FIRST-GROUP OR SRT-GENRE NOT = WS-PRIOR-GENRE
                   IF NOT FIRST-GROUP
                       PERFORM BRANCH-TOTAL-PARA
                               THRU BRANCH-TOTAL-PARA-EXIT
                       PERFORM GENRE-TOTAL-PARA
                               THRU GENRE-TOTAL-PARA-EXIT
                   END-IF
                   MOVE 'N' TO WS-FIRST-GROUP
                   MOVE SRT-GENRE TO WS-PRIOR-GENRE
                   MOVE SRT-BRANCH TO WS-PRIOR-BRANCH
                   MOVE 0 TO WS-GENRE-COUNT
                   MOVE 0 TO WS-BRANCH-COUNT
                   MOVE SPACES TO WEED-REPORT-LINE
                   WRITE WEED-REPORT-LINE
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "GENRE: " SRT-GENRE
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE
                   WRITE WEED-REPORT-LINE
                   PERFORM BRANCH-HEADER-PARA
                           THRU BRANCH-HEADER-PARA-EXIT
               ELSE
                   IF SRT-BRANCH NOT = WS-PRIOR-BRANCH
                       PERFORM BRANCH-TOTAL-PARA
                               THRU BRANCH-TOTAL-PARA-EXIT
                       MOVE SRT-BRANCH TO WS-PRIOR-BRANCH
                       MOVE 0 TO WS-BRANCH-COUNT
                       PERFORM BRANCH-HEADER-PARA
                               THRU BRANCH-HEADER-PARA-EXIT
                   END-IF
               END-IF

               PERFORM WRITE-CANDIDATE-PARA
                       THRU WRITE-CANDIDATE-PARA-EXIT

               RETURN SORT-WORK
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM BRANCH-TOTAL-PARA THRU BRANCH-TOTAL-PARA-EXIT.
           PERFORM GENRE-TOTAL-PARA THRU GENRE-TOTAL-PARA-EXIT.

       REPORT-CANDIDATES-PARA-EXIT.
           EXIT.

       BRANCH-HEADER-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  BRANCH " SRT-BRANCH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

       BRANCH-HEADER-PARA-EXIT.
           EXIT.

       BRANCH-TOTAL-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  COPIES FOR BRANCH " WS-PRIOR-BRANCH ": "
                  WS-BRANCH-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

       BRANCH-TOTAL-PARA-EXIT.
           EXIT.

       GENRE-TOTAL-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "COPIES FOR GENRE " WS-PRIOR-GENRE ": "
                  WS-GENRE-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

       GENRE-TOTAL-PARA-EXIT.
           EXIT.

      * Jedan kandidat - red izvjestaja i zapis u WEEDOUT s praznom
      * oznakom odobrenja.
       WRITE-CANDIDATE-PARA.
           ADD 1 TO CANDIDATE-COUNT.
           ADD 1 TO WS-GENRE-COUNT.
           ADD 1 TO WS-BRANCH-COUNT.

           IF SRT-LAST-CHECKOUT = ZEROS
               MOVE "NEVER" TO WS-LAST-CKO-TEXT
           ELSE
               MOVE SRT-LAST-CHECKOUT TO WS-LAST-CKO-TEXT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    BOOK " SRT-BOOK-ID
                  " COPY " SRT-COPY-NO
                  " " SRT-TITLE(1:40)
                  " YEAR " SRT-YEAR
                  " LAST CHECKOUT " WS-LAST-CKO-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           MOVE SPACES TO WEED-CANDIDATE-RECORD.
           MOVE SRT-BOOK-ID       TO WDC-BOOK-ID.
           MOVE SRT-COPY-NO       TO WDC-COPY-NO.
           MOVE SRT-BRANCH        TO WDC-BRANCH.
           MOVE SRT-GENRE         TO WDC-GENRE.
           MOVE SRT-YEAR          TO WDC-YEAR.
           MOVE SRT-LAST-CHECKOUT TO WDC-LAST-CHECKOUT.
           MOVE SRT-TITLE         TO WDC-TITLE.
           MOVE WEED-CANDIDATE-RECORD TO WEED-CANDIDATE-OUT-RECORD.
           WRITE WEED-CANDIDATE-OUT-RECORD.

       WRITE-CANDIDATE-PARA-EXIT.
           EXIT.

       WRITE-LIST-SUMMARY-PARA.
           MOVE SPACES TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "COPIES EXAMINED: " COPIES-EXAMINED
                  "  CANDIDATES: " CANDIDATE-COUNT
                  "  KEPT AS LAST LIVE COPY: " LAST-COPY-KEPT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "HISTORY RECORDS READ: " HISTORY-READ
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

       WRITE-LIST-SUMMARY-PARA-EXIT.
           EXIT.

      * MODE=APPROVE - svaki kandidat oznacen s "Y" u WEEDFL postaje
      * REMOVE transakcija za BOOKCPY; BOOKCPY sam odbija primjerak
      * koji je u medjuvremenu posudjen ili rezerviran.
       APPROVE-CANDIDATES-PARA.
           OPEN INPUT WEED-CANDIDATE-IN.
           OPEN OUTPUT COPY-TRX-OUT.

           MOVE "WEEDING - APPROVED WITHDRAWALS" TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           READ WEED-CANDIDATE-IN
               AT END SET END-OF-WEED TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-WEED
               MOVE WEED-CANDIDATE-IN-RECORD TO WEED-CANDIDATE-RECORD
               PERFORM APPROVE-ONE-PARA THRU APPROVE-ONE-PARA-EXIT
               READ WEED-CANDIDATE-IN
                   AT END SET END-OF-WEED TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REMOVE TRANSACTIONS: " APPROVED-COUNT
                  "  NOT APPROVED: " NOT-APPROVED
                  "  REJECTED: " REJECTED-LINES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

           CLOSE WEED-CANDIDATE-IN.
           CLOSE COPY-TRX-OUT.

       APPROVE-CANDIDATES-PARA-EXIT.
           EXIT.

       APPROVE-ONE-PARA.
           IF NOT WDC-APPROVED
               ADD 1 TO NOT-APPROVED
               GO TO APPROVE-ONE-PARA-EXIT
           END-IF.

           IF WDC-BOOK-ID IS NOT NUMERIC OR WDC-COPY-NO IS NOT NUMERIC
                   OR WDC-COPY-NO = ZEROS
               ADD 1 TO REJECTED-LINES
               DISPLAY "BOOKWEED: REJECTED - INVALID BOOK/COPY NUMBER"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "REJECTED - INVALID BOOK/COPY NUMBER: "
                      WEED-CANDIDATE-IN-RECORD(1:40)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE
               WRITE WEED-REPORT-LINE
               GO TO APPROVE-ONE-PARA-EXIT
           END-IF.

           MOVE SPACES TO COPY-TRX-RECORD.
           MOVE "REMOVE" TO CPX-ACTION.
           MOVE WDC-BOOK-ID TO CPX-BOOK-ID.
           MOVE WDC-COPY-NO TO CPX-COPY-NO.
           MOVE WDC-BRANCH TO CPX-BRANCH.
           WRITE COPY-TRX-RECORD.

           ADD 1 TO APPROVED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REMOVE   - BOOK " WDC-BOOK-ID
                  " COPY " WDC-COPY-NO
                  " BRANCH " WDC-BRANCH
                  " " WDC-TITLE(1:40)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO WEED-REPORT-LINE.
           WRITE WEED-REPORT-LINE.

       APPROVE-ONE-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "BOOKWEED"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           IF MODE-IS-APPROVE
               MOVE APPROVED-COUNT TO ALOG-RECORD-COUNT
           ELSE
               MOVE CANDIDATE-COUNT TO ALOG-RECORD-COUNT
           END-IF
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
