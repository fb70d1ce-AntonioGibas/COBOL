      *            zapisi idu u izvjestaj s brojem pogodaka; bez       *
      *            pogodaka RC=4 (kao CMLOOKUP za nepostojeceg         *
      *            prvaka).                                            *
      *            KEYWORDS= (rijeci odvojene razmakom ili '+') trazi  *
      *            kroz nocni indeks kljucnih rijeci (KWIDX, vidi      *
      *            BOOKKWIX) umjesto citanja cijelog mastera: rijeci   *
      *            se kombiniraju s AND, neovisno o redoslijedu i bez  *
      *            stop-rijeci. Naslovi koji sadrze sve rijeci su      *
      *            pogoci; ispod njih se, rangirani po broju pogodjenih*
      *            rijeci, ispisuju i djelomicni pogoci. Ostali        *
      *            zadani kriteriji vrijede i za KEYWORDS= pogotke.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT SEARCH-REPORT ASSIGN TO SRCRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Indeks kljucnih rijeci i popis stop-rijeci - isti koje
      * koristi BOOKKWIX pri izgradnji indeksa.
           SELECT KEYWORD-VSAM ASSIGN TO KWIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KWX-KEY
                  FILE STATUS IS KWX-STATUS.

           SELECT OPTIONAL STOP-WORD-FILE ASSIGN TO STOPFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-VSAM.
       FD SEARCH-REPORT.
       01 SEARCH-REPORT-LINE PIC X(160).

       FD KEYWORD-VSAM.
           COPY KWINDEX.

       FD STOP-WORD-FILE.
       01 STOP-WORD-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 VSAM-STATUS      PIC XX.
           88 VSAM-OK       VALUE "00".
       01 KWX-STATUS       PIC XX.
           88 KWX-OK        VALUE "00".

       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-INPUT  VALUE 'Y'.
       01 WS-HAVE-CRITERIA  PIC X VALUE 'N'.
           88 HAVE-CRITERIA  VALUE 'Y'.

      * KEYWORDS= - rijeci upita (bez stop-rijeci i ponavljanja).
       01 WS-CRIT-KEYWORDS  PIC X(30) VALUE SPACES.
       01 WS-MAX-QUERY-WORDS PIC 9(2) VALUE 10.
       01 WS-QUERY-COUNT    PIC 9(2) VALUE 0.
       01 QUERY-WORD-TABLE.
           02 QUERY-WORD-ENTRY OCCURS 1 TO 10 TIMES
                                DEPENDING ON WS-QUERY-COUNT
                                INDEXED BY QW-IDX.
              03 QW-WORD        PIC X(20).
       01 WS-QUERY-WORD     PIC X(20) VALUE SPACES.
       01 WS-WORD-SUB       PIC 9(2) VALUE ZEROS.
       01 STOP-WORDS-IGNORED PIC 9(2) VALUE ZEROS.

      * Granicnici rijeci upita - isti skup kao BOOKKWIX uz '+'.
       01 WS-QUERY-DELIMITERS PIC X(20) VALUE "+.,;:-()!?/&'".

      * Zahtjev za rastavljanje na rijeci - vidi shared/copylib/
      * WORDREQ i shared/source/WORDSPLT.
           COPY WORDREQ.

      * Ugradjeni popis stop-rijeci i tablica koja se primjenjuje
      * (STOPFL ako je zadan, inace ugradjeni popis) - kao BOOKKWIX.
           COPY STOPWRD.
       01 WS-MAX-STOP-WORDS PIC 9(3) VALUE 200.
       01 WS-STOP-COUNT    PIC 9(3) VALUE 0.
       01 STOP-WORD-TABLE.
           02 STOP-WORD-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-STOP-COUNT
                               INDEXED BY STW-IDX.
              03 SW-WORD       PIC X(20).
       01 WS-STOP-EOF      PIC X VALUE 'N'.
           88 END-OF-STOP-FILE VALUE 'Y'.
       01 WS-STOP-FLAG     PIC X VALUE 'N'.
           88 IS-STOP-WORD  VALUE 'Y'.

      * Naslovi pogodjeni kroz indeks i broj pogodjenih rijeci upita.
       01 WS-MAX-HITS      PIC 9(4) VALUE 2000.
       01 WS-HIT-COUNT     PIC 9(4) VALUE 0.
       01 HIT-TABLE.
           02 HIT-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-HIT-COUNT
                         INDEXED BY HIT-IDX.
              03 HT-BOOK-ID     PIC 9(5).
              03 HT-WORDS       PIC 9(2).
       01 WS-HIT-FOUND     PIC X VALUE 'N'.
           88 HIT-FOUND     VALUE 'Y'.
       01 WS-HIT-OVERFLOW  PIC X VALUE 'N'.
           88 HIT-TABLE-FULL VALUE 'Y'.
       01 WS-INDEX-EOF     PIC X VALUE 'N'.
           88 END-OF-WORD-ENTRIES VALUE 'Y'.
       01 WS-RANK-WORDS    PIC 9(2) VALUE ZEROS.
       01 INDEX-ENTRIES-READ PIC 9(6) VALUE ZEROS.
       01 PARTIAL-COUNT    PIC 9(6) VALUE ZEROS.
       01 WS-PARTIAL-HEAD  PIC X VALUE 'N'.
           88 PARTIAL-HEAD-WRITTEN VALUE 'Y'.

       01 WS-TITLE-HITS     PIC 9(2) VALUE ZEROS.
       01 WS-MATCH-FLAG     PIC X VALUE 'Y'.
           88 RECORD-MATCHES VALUE 'Y'.

           IF NOT HAVE-CRITERIA
               DISPLAY "BOOKSRCH: NO SEARCH CRITERIA SUPPLIED "
                       "(TITLE=/AUTHOR=/GENRE=/YEARFROM=/YEARTO=/"
                       "KEYWORDS=)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE TEMP-REPORT-LINE TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.

           IF WS-CRIT-KEYWORDS NOT = SPACES
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "        KEYWORDS: " WS-CRIT-KEYWORDS
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO SEARCH-REPORT-LINE
               WRITE SEARCH-REPORT-LINE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "           GENRE: " WS-CRIT-GENRE
                  " YEARS: " WS-CRIT-YEAR-FROM
           MOVE TEMP-REPORT-LINE TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.

           IF WS-CRIT-KEYWORDS NOT = SPACES
               PERFORM KEYWORD-SEARCH-PARA
                       THRU KEYWORD-SEARCH-PARA-EXIT
           ELSE
               PERFORM SCAN-CATALOG-PARA THRU SCAN-CATALOG-PARA-EXIT
           END-IF.

           MOVE SPACES TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           IF WS-CRIT-KEYWORDS NOT = SPACES
               STRING "INDEX ENTRIES READ: " INDEX-ENTRIES-READ
                      "  TITLES CHECKED: " TOTAL-SCANNED
                      "  MATCHES: " MATCH-COUNT
                      "  PARTIAL MATCHES: " PARTIAL-COUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING "RECORDS SCANNED: " TOTAL-SCANNED
                      "  MATCHES: " MATCH-COUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.

           IF MATCH-COUNT = 0
               DISPLAY "BOOKSRCH: NO BOOKS MATCH THE CRITERIA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "BOOKSRCH: " MATCH-COUNT " BOOKS MATCHED"
           END-IF.
           CLOSE SEARCH-REPORT.
           GOBACK.

      * Puna pretraga - cita se cijeli BOOK-VSAM master.
       SCAN-CATALOG-PARA.
           READ BOOK-VSAM NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT
               IF NOT BD-MISSING
                   ADD 1 TO TOTAL-SCANNED
                   PERFORM MATCH-BOOK-PARA THRU MATCH-BOOK-PARA-EXIT
                   IF RECORD-MATCHES
                       ADD 1 TO MATCH-COUNT
                       MOVE BOOK-DETAIL TO SEARCH-REPORT-LINE
                       WRITE SEARCH-REPORT-LINE
                   END-IF
               END-IF
               READ BOOK-VSAM NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

       SCAN-CATALOG-PARA-EXIT.
           EXIT.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "GENRE=HISTORY,YEARFROM=1990", i puni KEYWORD-TABLE -
      * vidi TASK5C.
       SPLIT-PAIR-PARA-EXIT.
           EXIT.

      * Prenosi TITLE=/AUTHOR=/GENRE=/YEARFROM=/YEARTO=/KEYWORDS= iz
      * KEYWORD-TABLE u WS-CRIT-* polja.
       APPLY-PARM-CRITERIA-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                           COMPUTE WS-CRIT-YEAR-TO =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           SET HAVE-CRITERIA TO TRUE
                       WHEN "KEYWORDS"
                           MOVE KW-VALUE(KW-IDX) TO WS-CRIT-KEYWORDS
                           SET HAVE-CRITERIA TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Provjerava jedan zapis protiv svih zadanih kriterija - TITLE
      * kao "sadrzi" (INSPECT), AUTHOR/GENRE kao tocno ime, godina u
      * rasponu. Rezultat je u WS-MATCH-FLAG; pogodak ispisuje
      * pozivatelj.
       MATCH-BOOK-PARA.
           MOVE 'Y' TO WS-MATCH-FLAG.

               END-IF
           END-IF.

       MATCH-BOOK-PARA-EXIT.
           EXIT.

      * KEYWORDS= - rijeci upita se traze u indeksu (START na rijec pa
      * READ NEXT dok traje ista rijec), svaki naslov broji koliko je
      * rijeci upita pogodio, a zatim se ispisuju redom od onih koji
      * imaju sve rijeci (AND) prema onima s manje pogodjenih rijeci.
       KEYWORD-SEARCH-PARA.
           PERFORM LOAD-STOP-WORDS-PARA THRU LOAD-STOP-WORDS-PARA-EXIT.
           PERFORM SPLIT-QUERY-PARA THRU SPLIT-QUERY-PARA-EXIT.

           IF WS-QUERY-COUNT = 0
               DISPLAY "BOOKSRCH: KEYWORDS= HOLDS ONLY STOP WORDS"
               MOVE "NO USABLE KEYWORDS - ONLY STOP WORDS GIVEN"
                   TO SEARCH-REPORT-LINE
               WRITE SEARCH-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO KEYWORD-SEARCH-PARA-EXIT
           END-IF.

           OPEN INPUT KEYWORD-VSAM.
           IF NOT KWX-OK
               DISPLAY "BOOKSRCH: KEYWORD INDEX NOT AVAILABLE, STATUS "
                       KWX-STATUS
               MOVE "KEYWORD INDEX NOT AVAILABLE" TO SEARCH-REPORT-LINE
               WRITE SEARCH-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO KEYWORD-SEARCH-PARA-EXIT
           END-IF.

           PERFORM VARYING QW-IDX FROM 1 BY 1
                   UNTIL QW-IDX > WS-QUERY-COUNT
               PERFORM COLLECT-WORD-HITS-PARA
                       THRU COLLECT-WORD-HITS-PARA-EXIT
           END-PERFORM.

           CLOSE KEYWORD-VSAM.

           PERFORM VARYING WS-RANK-WORDS FROM WS-QUERY-COUNT BY -1
                   UNTIL WS-RANK-WORDS < 1
               PERFORM VARYING HIT-IDX FROM 1 BY 1
                       UNTIL HIT-IDX > WS-HIT-COUNT
                   IF HT-WORDS(HIT-IDX) = WS-RANK-WORDS
                       PERFORM REPORT-KEYWORD-HIT-PARA
                               THRU REPORT-KEYWORD-HIT-PARA-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF HIT-TABLE-FULL
               DISPLAY "BOOKSRCH: MORE THAN " WS-MAX-HITS
                       " TITLES HIT - RESULTS TRUNCATED"
               MOVE "HIT TABLE FULL - RESULTS TRUNCATED"
                   TO SEARCH-REPORT-LINE
               WRITE SEARCH-REPORT-LINE
           END-IF.

       KEYWORD-SEARCH-PARA-EXIT.
           EXIT.

      * Rastavlja KEYWORDS= istim rastavljacem kao indeks (WORDSPLT),
      * prevodi u velika slova i izbacuje stop-rijeci i ponavljanja.
       SPLIT-QUERY-PARA.
           MOVE SPACES TO WRD-INPUT-STRING.
           MOVE WS-CRIT-KEYWORDS TO WRD-INPUT-STRING.
           MOVE WS-QUERY-DELIMITERS TO WRD-DELIMITERS.
           MOVE WS-MAX-QUERY-WORDS TO WRD-MAX-WORDS.
           CALL "WORDSPLT" USING WORDSPLIT-REQUEST.
           MOVE 0 TO RETURN-CODE.

           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > WRD-WORD-COUNT
               MOVE FUNCTION UPPER-CASE(WRD-WORD(WS-WORD-SUB))
                   TO WS-QUERY-WORD
               MOVE 'N' TO WS-STOP-FLAG
               PERFORM VARYING STW-IDX FROM 1 BY 1
                       UNTIL STW-IDX > WS-STOP-COUNT
                   IF SW-WORD(STW-IDX) = WS-QUERY-WORD
                       SET IS-STOP-WORD TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING QW-IDX FROM 1 BY 1
                       UNTIL QW-IDX > WS-QUERY-COUNT
                   IF QW-WORD(QW-IDX) = WS-QUERY-WORD
                       SET IS-STOP-WORD TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IS-STOP-WORD
                   ADD 1 TO STOP-WORDS-IGNORED
               ELSE
                   ADD 1 TO WS-QUERY-COUNT
                   MOVE WS-QUERY-WORD TO QW-WORD(WS-QUERY-COUNT)
               END-IF
           END-PERFORM.

       SPLIT-QUERY-PARA-EXIT.
           EXIT.

      * Stop-rijeci iz STOPFL (rijec u prvih 20 znakova zapisa); ako
      * datoteka nije zadana ili je prazna, ugradjeni popis STOPWRD -
      * isto kao BOOKKWIX.
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

      * Svi naslovi koji sadrze rijec QW-WORD(QW-IDX) - svakome se
      * broj pogodjenih rijeci uvecava za jedan (indeks ima najvise
      * jedan zapis po paru rijec/naslov).
       COLLECT-WORD-HITS-PARA.
           MOVE 'N' TO WS-INDEX-EOF.
           MOVE QW-WORD(QW-IDX) TO KWX-WORD.
           MOVE ZEROS TO KWX-BOOK-ID.

           START KEYWORD-VSAM KEY IS >= KWX-KEY
               INVALID KEY
                   SET END-OF-WORD-ENTRIES TO TRUE
           END-START.

           PERFORM UNTIL END-OF-WORD-ENTRIES
               READ KEYWORD-VSAM NEXT RECORD
                   AT END SET END-OF-WORD-ENTRIES TO TRUE
               END-READ
               IF NOT END-OF-WORD-ENTRIES
                   IF KWX-WORD = QW-WORD(QW-IDX)
                       ADD 1 TO INDEX-ENTRIES-READ
                       PERFORM ADD-HIT-PARA THRU ADD-HIT-PARA-EXIT
                   ELSE
                       SET END-OF-WORD-ENTRIES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       COLLECT-WORD-HITS-PARA-EXIT.
           EXIT.

       ADD-HIT-PARA.
           MOVE 'N' TO WS-HIT-FOUND.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > WS-HIT-COUNT
               IF HT-BOOK-ID(HIT-IDX) = KWX-BOOK-ID
                   SET HIT-FOUND TO TRUE
                   ADD 1 TO HT-WORDS(HIT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT HIT-FOUND
               IF WS-HIT-COUNT < WS-MAX-HITS
                   ADD 1 TO WS-HIT-COUNT
                   MOVE KWX-BOOK-ID TO HT-BOOK-ID(WS-HIT-COUNT)
                   MOVE 1 TO HT-WORDS(WS-HIT-COUNT)
               ELSE
                   SET HIT-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       ADD-HIT-PARA-EXIT.
           EXIT.

      * Jedan naslov iz indeksa - cita se s mastera (indeks je od
      * prosle noci, pa naslov moze u meduvremenu nestati ili biti
      * oznacen "M"), provjeravaju ostali kriteriji i ispisuje se s
      * brojem pogodjenih rijeci upita.
       REPORT-KEYWORD-HIT-PARA.
           MOVE HT-BOOK-ID(HIT-IDX) TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   GO TO REPORT-KEYWORD-HIT-PARA-EXIT
           END-READ.

           IF BD-MISSING
               GO TO REPORT-KEYWORD-HIT-PARA-EXIT
           END-IF.

           ADD 1 TO TOTAL-SCANNED.
           PERFORM MATCH-BOOK-PARA THRU MATCH-BOOK-PARA-EXIT.
           IF NOT RECORD-MATCHES
               GO TO REPORT-KEYWORD-HIT-PARA-EXIT
           END-IF.

           IF HT-WORDS(HIT-IDX) = WS-QUERY-COUNT
               ADD 1 TO MATCH-COUNT
           ELSE
               ADD 1 TO PARTIAL-COUNT
               IF NOT PARTIAL-HEAD-WRITTEN
                   MOVE SPACES TO SEARCH-REPORT-LINE
                   WRITE SEARCH-REPORT-LINE
                   MOVE "PARTIAL MATCHES - NOT ALL KEYWORDS FOUND"
                       TO SEARCH-REPORT-LINE
                   WRITE SEARCH-REPORT-LINE
                   SET PARTIAL-HEAD-WRITTEN TO TRUE
               END-IF
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "WORDS " HT-WORDS(HIT-IDX) "/" WS-QUERY-COUNT " "
                  BOOK-DETAIL
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.

       REPORT-KEYWORD-HIT-PARA-EXIT.
           EXIT.
