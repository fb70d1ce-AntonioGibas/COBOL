       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKKWIX.

      ******************************************************************
      * BOOKKWIX - Nocna izgradnja invertiranog indeksa kljucnih       *
      *            rijeci kataloga (KWIDX, vidi obrada02/copylib/      *
      *            KWINDEX). BD-TITLE i BD-AUTHOR svakog naslova iz    *
      *            BOOK-VSAM mastera rastavljaju se na rijeci          *
      *            CBLTBL-ovim rastavljacem (shared/source/WORDSPLT)   *
      *            po konfigurabilnom skupu granicnika - ugradjeni     *
      *            skup interpunkcije prosiruje PARM DELIMS=. Rijeci   *
      *            se prevode u velika slova, stop-rijeci (kontrolna   *
      *            datoteka STOPFL, inace ugradjeni popis STOPWRD) se  *
      *            izbacuju, a parovi rijec/BD-BOOK-ID se sortiraju i  *
      *            ucitavaju u KSDS redom kljuca; rijec koja je i u    *
      *            naslovu i u autoru dobiva jedan zapis (KWX-SOURCE   *
      *            "B"). Naslovi oznaceni "M" na inventuri (BOOKTAKE)  *
      *            se ne indeksiraju, kao sto ih ni BOOKSRCH ne        *
      *            vraca. Indeks cita BOOKSRCH-ova KEYWORDS= pretraga  *
      *            umjesto citanja cijelog BOOK-VSAM-a.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

      * Indeks se svake noci gradi iznova (OPEN OUTPUT, klaster je
      * definiran s REUSE) i puni redom kljuca iz sorta.
           SELECT KEYWORD-VSAM ASSIGN TO KWIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KWX-KEY
                  FILE STATUS IS KWX-STATUS.

      * Popis stop-rijeci - jedna rijec po zapisu; bez njega vrijedi
      * ugradjeni popis (obrada02/copylib/STOPWRD).
           SELECT OPTIONAL STOP-WORD-FILE ASSIGN TO STOPFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INDEX-REPORT ASSIGN TO KWXRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-VSAM.
           COPY BOOKDET.

       FD KEYWORD-VSAM.
           COPY KWINDEX.

       FD STOP-WORD-FILE.
       01 STOP-WORD-RECORD PIC X(80).

       FD INDEX-REPORT.
       01 INDEX-REPORT-LINE PIC X(100).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-WORD          PIC X(20).
           05 SRT-BOOK-ID       PIC 9(5).
           05 SRT-SOURCE        PIC X.

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 KWX-STATUS      PIC XX.
           88 KWX-OK       VALUE "00".

       01 WS-BOOK-EOF      PIC X VALUE 'N'.
           88 END-OF-BOOKS  VALUE 'Y'.
       01 WS-STOP-EOF      PIC X VALUE 'N'.
           88 END-OF-STOP-FILE VALUE 'Y'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 END-OF-SORT   VALUE 'Y'.

       01 TITLES-INDEXED   PIC 9(7) VALUE ZEROS.
       01 TITLES-SKIPPED   PIC 9(7) VALUE ZEROS.
       01 WORDS-RELEASED   PIC 9(7) VALUE ZEROS.
       01 STOP-WORDS-DROPPED PIC 9(7) VALUE ZEROS.
       01 ENTRIES-WRITTEN  PIC 9(7) VALUE ZEROS.
       01 DISTINCT-WORDS   PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(100).

      * Ugradjeni popis stop-rijeci i tablica koja se stvarno
      * primjenjuje (STOPFL ako je zadan, inace ugradjeni popis).
           COPY STOPWRD.
       01 WS-MAX-STOP-WORDS PIC 9(3) VALUE 200.
       01 WS-STOP-COUNT    PIC 9(3) VALUE 0.
       01 STOP-WORD-TABLE.
           02 STOP-WORD-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-STOP-COUNT
                               INDEXED BY STW-IDX.
              03 SW-WORD       PIC X(20).
       01 WS-STOP-FLAG     PIC X VALUE 'N'.
           88 IS-STOP-WORD  VALUE 'Y'.

      * Skup granicnika za WORDSPLT - razmak je granicnik uvijek, a
      * ugradjenu interpunkciju prosiruje PARM DELIMS=.
       01 WS-DELIMITERS    PIC X(20) VALUE ".,;:-()!?/&'".
       01 WS-EXTRA-DELIMS  PIC X(8) VALUE SPACES.

      * Zahtjev za rastavljanje na rijeci - vidi shared/copylib/
      * WORDREQ i shared/source/WORDSPLT.
           COPY WORDREQ.
       01 WS-WORD-SUB      PIC 9(2) VALUE ZEROS.
       01 WS-SPLIT-SOURCE  PIC X VALUE SPACE.
       01 WS-INDEX-WORD    PIC X(20) VALUE SPACES.

      * Zapis koji ceka upis u KSDS - isti par rijec/naslov iz sorta
      * se sazima u jedan zapis.
       01 WS-PENDING-FLAG  PIC X VALUE 'N'.
           88 HAVE-PENDING  VALUE 'Y'.
       01 WS-PENDING-KEY.
           05 WS-PENDING-WORD    PIC X(20).
           05 WS-PENDING-BOOK-ID PIC 9(5).
       01 WS-PENDING-SOURCE PIC X VALUE SPACE.
       01 WS-PRIOR-WORD    PIC X(20) VALUE SPACES.

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje,
      * 8=greska u podacima, 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           IF WS-EXTRA-DELIMS NOT = SPACES
               MOVE WS-EXTRA-DELIMS TO WS-DELIMITERS(13:8)
           END-IF.

           PERFORM LOAD-STOP-WORDS-PARA THRU LOAD-STOP-WORDS-PARA-EXIT.

           OPEN INPUT BOOK-VSAM.
           OPEN OUTPUT KEYWORD-VSAM.
           OPEN OUTPUT INDEX-REPORT.

           MOVE "CATALOG KEYWORD INDEX BUILD" TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TIMESTAMP
                  "  DELIMITERS: " WS-DELIMITERS
                  "  STOP WORDS: " WS-STOP-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-WORD
               ON ASCENDING KEY SRT-BOOK-ID
               ON ASCENDING KEY SRT-SOURCE
               INPUT PROCEDURE IS SPLIT-TITLES-PARA
                               THRU SPLIT-TITLES-PARA-EXIT
               OUTPUT PROCEDURE IS LOAD-INDEX-PARA
                                THRU LOAD-INDEX-PARA-EXIT.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE BOOK-VSAM.
           CLOSE KEYWORD-VSAM.
           CLOSE INDEX-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "DELIMS=*#", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * Trazi DELIMS= (dodatni granicnici, do 8 znakova; zarez je
      * granicnik PARM-a pa ga nije moguce zadati) u KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "DELIMS"
                           MOVE KW-VALUE(KW-IDX) TO WS-EXTRA-DELIMS
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * Stop-rijeci iz STOPFL (rijec u prvih 20 znakova zapisa); ako
      * datoteka nije zadana ili je prazna, ugradjeni popis STOPWRD.
       LOAD-STOP-WORDS-PARA.
           OPEN INPUT STOP-WORD-FILE.

           READ STOP-WORD-FILE
               AT END SET END-OF-STOP-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-STOP-FILE
               IF STOP-WORD-RECORD(1:20) NOT = SPACES
                       AND WS-STOP-COUNT < WS-MAX-STOP-WORDS
                   ADD 1 TO WS-STOP-COUNT
                   MOVE FUNCTION UPPER-CASE(STOP-WORD-RECORD(1:20))
                       TO SW-WORD(WS-STOP-COUNT)
               END-IF
               READ STOP-WORD-FILE
                   AT END SET END-OF-STOP-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE STOP-WORD-FILE.

           IF WS-STOP-COUNT = 0
               PERFORM VARYING STW-IDX FROM 1 BY 1
                       UNTIL STW-IDX > 25
                   ADD 1 TO WS-STOP-COUNT
                   MOVE DEFAULT-STOP-WORD(STW-IDX)
                       TO SW-WORD(WS-STOP-COUNT)
               END-PERFORM
           END-IF.

       LOAD-STOP-WORDS-PARA-EXIT.
           EXIT.

      * Ulazna procedura sorta - rijeci naslova i autora svakog
      * naslova s mastera.
       SPLIT-TITLES-PARA.
           READ BOOK-VSAM NEXT RECORD
               AT END SET END-OF-BOOKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-BOOKS
               IF BD-MISSING
                   ADD 1 TO TITLES-SKIPPED
               ELSE
                   ADD 1 TO TITLES-INDEXED
                   MOVE BD-TITLE TO WRD-INPUT-STRING
                   MOVE "T" TO WS-SPLIT-SOURCE
                   PERFORM RELEASE-WORDS-PARA
                           THRU RELEASE-WORDS-PARA-EXIT
                   MOVE BD-AUTHOR TO WRD-INPUT-STRING
                   MOVE "A" TO WS-SPLIT-SOURCE
                   PERFORM RELEASE-WORDS-PARA
                           THRU RELEASE-WORDS-PARA-EXIT
               END-IF
               READ BOOK-VSAM NEXT RECORD
                   AT END SET END-OF-BOOKS TO TRUE
               END-READ
           END-PERFORM.

       SPLIT-TITLES-PARA-EXIT.
           EXIT.

      * Rastavlja WRD-INPUT-STRING (WORDSPLT) i pusta u sort svaku
      * rijec koja nije stop-rijec.
       RELEASE-WORDS-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE WS-DELIMITERS TO WRD-DELIMITERS.
           MOVE 50 TO WRD-MAX-WORDS.
           CALL "WORDSPLT" USING WORDSPLIT-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > WRD-WORD-COUNT
               MOVE FUNCTION UPPER-CASE(WRD-WORD(WS-WORD-SUB))
                   TO WS-INDEX-WORD
               PERFORM CHECK-STOP-WORD-PARA
                       THRU CHECK-STOP-WORD-PARA-EXIT
               IF IS-STOP-WORD
                   ADD 1 TO STOP-WORDS-DROPPED
               ELSE
                   MOVE WS-INDEX-WORD   TO SRT-WORD
                   MOVE BD-BOOK-ID      TO SRT-BOOK-ID
                   MOVE WS-SPLIT-SOURCE TO SRT-SOURCE
                   RELEASE SORT-RECORD
                   ADD 1 TO WORDS-RELEASED
               END-IF
           END-PERFORM.

       RELEASE-WORDS-PARA-EXIT.
           EXIT.

       CHECK-STOP-WORD-PARA.
           MOVE 'N' TO WS-STOP-FLAG.
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > WS-STOP-COUNT
               IF SW-WORD(STW-IDX) = WS-INDEX-WORD
                   SET IS-STOP-WORD TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-STOP-WORD-PARA-EXIT.
           EXIT.

      * Izlazna procedura sorta - parovi rijec/naslov redom kljuca u
      * KSDS; ponovljeni par (rijec dvaput u naslovu, ili i u naslovu
      * i u autoru) se sazima u jedan zapis.
       LOAD-INDEX-PARA.
           RETURN SORT-WORK
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

           PERFORM UNTIL END-OF-SORT
               IF HAVE-PENDING
                       AND SRT-WORD = WS-PENDING-WORD
                       AND SRT-BOOK-ID = WS-PENDING-BOOK-ID
                   IF SRT-SOURCE NOT = WS-PENDING-SOURCE
                       MOVE "B" TO WS-PENDING-SOURCE
                   END-IF
               ELSE
                   IF HAVE-PENDING
                       PERFORM WRITE-INDEX-ENTRY-PARA
                               THRU WRITE-INDEX-ENTRY-PARA-EXIT
                   END-IF
                   MOVE SRT-WORD    TO WS-PENDING-WORD
                   MOVE SRT-BOOK-ID TO WS-PENDING-BOOK-ID
                   MOVE SRT-SOURCE  TO WS-PENDING-SOURCE
                   SET HAVE-PENDING TO TRUE
               END-IF
               RETURN SORT-WORK
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

           IF HAVE-PENDING
               PERFORM WRITE-INDEX-ENTRY-PARA
                       THRU WRITE-INDEX-ENTRY-PARA-EXIT
           END-IF.

       LOAD-INDEX-PARA-EXIT.
           EXIT.

       WRITE-INDEX-ENTRY-PARA.
           MOVE WS-PENDING-WORD    TO KWX-WORD.
           MOVE WS-PENDING-BOOK-ID TO KWX-BOOK-ID.
           MOVE WS-PENDING-SOURCE  TO KWX-SOURCE.

           WRITE KEYWORD-INDEX-RECORD
               INVALID KEY
                   MOVE "WRITE-INDEX-ENTRY-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               NOT INVALID KEY
                   ADD 1 TO ENTRIES-WRITTEN
                   IF WS-PENDING-WORD NOT = WS-PRIOR-WORD
                       ADD 1 TO DISTINCT-WORDS
                       MOVE WS-PENDING-WORD TO WS-PRIOR-WORD
                   END-IF
           END-WRITE.

       WRITE-INDEX-ENTRY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "BOOKKWIX: VSAM ERROR " KWX-STATUS
           MOVE "BOOKKWIX" TO EXC-PROGRAM-ID
           MOVE KWX-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR WORD " FUNCTION TRIM(WS-PENDING-WORD)
                  " BOOK " WS-PENDING-BOOK-ID
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TITLES INDEXED: " TITLES-INDEXED
                  "  SKIPPED (MISSING): " TITLES-SKIPPED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "WORDS: " WORDS-RELEASED
                  "  STOP WORDS DROPPED: " STOP-WORDS-DROPPED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "INDEX ENTRIES: " ENTRIES-WRITTEN
                  "  DISTINCT WORDS: " DISTINCT-WORDS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INDEX-REPORT-LINE.
           WRITE INDEX-REPORT-LINE.

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
           MOVE "BOOKKWIX"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE ENTRIES-WRITTEN TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE = 0
               MOVE "OK" TO ALOG-STATUS
           ELSE
               MOVE "WARNING" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
