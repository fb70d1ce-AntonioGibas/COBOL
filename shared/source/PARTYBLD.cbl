      ******************************************************************
      *    PARTYBLD - Izgradnja indeksa osoba preko sustava. Ista      *
      *               osoba moze biti clan knjiznice (MEMBFL), kupac   *
      *               banke (CUSTFL), vlasnik psa (DOG-VSAM) i vlasnik *
      *               imovine (CMPFL), a svaki sustav ime pise na svoj *
      *               nacin. Program normalizira ime (velika slova,    *
      *               bez interpunkcije, rijeci poredane abecedno pa   *
      *               'Horvat, Ana' i 'ANA HORVAT' postaju isto) i     *
      *               kontakt, svaki par uloga ocjenjuje (isto ime 60, *
      *               podskup imena s inicijalima 40, isti kontakt     *
      *               40), parove od AUTO=nnn (default 80) povezuje u  *
      *               istu osobu, a sumnjive parove od REVIEW=nnn      *
      *               (default 50) do AUTO salje sluzbeniku na popis   *
      *               PTYREV. Odluke sluzbenika (PTYDEC) se pamte u    *
      *               registru PTYLNK/PTYLNKO i par se vise ne nudi.   *
      *               Novi indeks PTYNEW (shared/copylib/PARTYIDX)     *
      *               zadrzava broj osobe iz starog PTYIDX; izvjestaj  *
      *               PTYRPT navodi spojene i razdvojene osobe i       *
      *               vjerojatne duplikate unutar svakog mastera.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYBLD.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Izvorni masteri - citaju se samo radi kljuca, imena i
      * kontakta uloge.
           SELECT OPTIONAL MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS DOG-STATUS.

           SELECT OPTIONAL COMPUTER-FILE ASSIGN TO CMPFL
                  ORGANIZATION IS SEQUENTIAL.

      * Stari indeks osoba - prva izgradnja krece od praznog.
           SELECT OPTIONAL PARTY-INDEX-IN ASSIGN TO PTYIDX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PARTY-INDEX-OUT ASSIGN TO PTYNEW
                  ORGANIZATION IS SEQUENTIAL.

      * Registar odluka sluzbenika i nove odluke iz PTYREV popisa.
           SELECT OPTIONAL LINK-REGISTER-IN ASSIGN TO PTYLNK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LINK-DECISION-FILE ASSIGN TO PTYDEC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LINK-REGISTER-OUT ASSIGN TO PTYLNKO
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO PTYREV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PARTY-REPORT ASSIGN TO PTYRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
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

       FD DOG-VSAM.
           COPY DOGDET.

      * Raspored CMPFL zapisa kao u EMPWARN-u.
       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD.
           05 CMP-COMPUTER-ID   PIC X(5).
           05 CMP-OWNER-NAME    PIC X(30).
           05 CMP-OWNER-EMAIL   PIC X(50).
           05 CMP-PURCHASE-DATE PIC X(10).
           05 CMP-TRANSFER-DATE PIC X(10).

       FD PARTY-INDEX-IN RECORDING MODE F.
       01 PARTY-INDEX-IN-RECORD PIC X(174).

       FD PARTY-INDEX-OUT RECORDING MODE F.
       01 PARTY-INDEX-OUT-RECORD PIC X(174).

       FD LINK-REGISTER-IN RECORDING MODE F.
       01 LINK-REGISTER-IN-RECORD PIC X(205).

       FD LINK-DECISION-FILE RECORDING MODE F.
       01 LINK-DECISION-RECORD PIC X(205).

       FD LINK-REGISTER-OUT RECORDING MODE F.
       01 LINK-REGISTER-OUT-RECORD PIC X(205).

       FD REVIEW-FILE RECORDING MODE F.
       01 REVIEW-RECORD PIC X(205).

       FD PARTY-REPORT.
       01 PARTY-REPORT-LINE PIC X(132).

      * Uloge se na kraju slazu po broju osobe i sustavu.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-PARTY-ID      PIC 9(8).
           05 SRT-SYSTEM        PIC X(8).
           05 SRT-ROLE-IDX      PIC 9(4).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY PARTYIDX.
           COPY PARTYLNK.

       01 DOG-STATUS       PIC XX.
           88 DOG-FILE-OK   VALUE "00".

       01 WS-SRC-EOF       PIC X VALUE 'N'.
           88 END-OF-SOURCE   VALUE 'Y'.
       01 WS-IDX-EOF       PIC X VALUE 'N'.
           88 END-OF-INDEX    VALUE 'Y'.
       01 WS-LNK-EOF       PIC X VALUE 'N'.
           88 END-OF-LINKS    VALUE 'Y'.
       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 END-OF-SORT     VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Pragovi ocjene - AUTO=nnn povezuje bez pitanja, REVIEW=nnn
      * do AUTO ide na popis za sluzbenika.
       01 WS-AUTO-SCORE    PIC 9(3) VALUE 80.
       01 WS-REVIEW-SCORE  PIC 9(3) VALUE 50.

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * Uloge iz svih mastera. Normalizirano ime se cuva i kao
      * rijeci (RL-TOKEN) za usporedbu podskupa imena; RL-PARENT je
      * stablo spajanja - korijen grupe nosi velicinu grupe, oznaku
      * veze sluzbenika i dodijeljeni broj osobe.
       01 WS-MAX-ROLES     PIC 9(4) VALUE 5000.
       01 WS-ROLE-COUNT    PIC 9(4) VALUE 0.
       01 ROLE-TABLE.
           02 ROLE-ENTRY OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-ROLE-COUNT
                          INDEXED BY RL-IDX.
              03 RL-SYSTEM       PIC X(8).
              03 RL-SOURCE       PIC X(8).
              03 RL-KEY          PIC X(30).
              03 RL-NAME         PIC X(50).
              03 RL-CONTACT      PIC X(50).
              03 RL-NORM-NAME    PIC X(50).
              03 RL-NORM-CONTACT PIC X(50).
              03 RL-TOKEN-COUNT  PIC 9.
              03 RL-TOKEN        PIC X(20) OCCURS 6 TIMES.
              03 RL-OLD-PARTY    PIC 9(8).
              03 RL-PARENT       PIC 9(4).
              03 RL-GROUP-SIZE   PIC 9(4).
              03 RL-CLERK-FLAG   PIC X.
                 88 RL-CLERK-LINKED VALUE 'Y'.
              03 RL-GROUP-ID     PIC 9(8).
              03 RL-PARTY-ID     PIC 9(8).
              03 RL-SCORE        PIC 9(3).

      * Registar odluka sluzbenika u memoriji - cijeli se prepisuje
      * u PTYLNKO.
       01 WS-MAX-LINKS     PIC 9(4) VALUE 5000.
       01 WS-LINK-COUNT    PIC 9(4) VALUE 0.
       01 LINK-TABLE.
           02 LINK-ENTRY OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-LINK-COUNT
                          INDEXED BY LNK-IDX.
              03 LT-RECORD       PIC X(205).

      * Radna polja normalizacije imena i kontakta.
       01 WS-RAW-NAME      PIC X(50).
       01 WS-UPPER-NAME    PIC X(50).
       01 WS-NORM-NAME     PIC X(50).
       01 WS-RAW-CONTACT   PIC X(50).
       01 WS-UPPER-CONTACT PIC X(50).
       01 WS-NORM-CONTACT  PIC X(50).
       01 WS-TOKEN-COUNT   PIC 9 VALUE 0.
       01 WS-TOKEN-TABLE.
           05 WS-TOKEN     PIC X(20) OCCURS 6 TIMES.
       01 WS-SWAP-TOKEN    PIC X(20).
       01 WS-CUR-TOKEN     PIC X(20).
       01 WS-CUR-LEN       PIC 9(2) VALUE 0.
       01 WS-CHAR-IDX      PIC 9(3).
       01 WS-OUT-IDX       PIC 9(3).
       01 WS-TOK-A         PIC 9.
       01 WS-TOK-B         PIC 9.
       01 WS-NAME-PTR      PIC 9(3).

      * Usporedba para uloga.
       01 WS-ROLE-A        PIC 9(4).
       01 WS-ROLE-B        PIC 9(4).
       01 WS-SHORT-ROLE    PIC 9(4).
       01 WS-LONG-ROLE     PIC 9(4).
       01 WS-PAIR-SCORE    PIC 9(3).
       01 WS-NAME-SCORE    PIC 9(3).
       01 WS-TOKEN-FOUND   PIC X.
           88 TOKEN-FOUND   VALUE 'Y'.
       01 WS-SUBSET-FLAG   PIC X.
           88 NAME-IS-SUBSET VALUE 'Y'.
       01 WS-EXACT-TOKENS  PIC 9.
       01 WS-FIRST-ROLE    PIC 9(4).
       01 WS-SECOND-ROLE   PIC 9(4).
       01 WS-PAIR-KEY-A    PIC X(38).
       01 WS-PAIR-KEY-B    PIC X(38).
       01 WS-DECISION      PIC X.
           88 PAIR-UNDECIDED  VALUE SPACE.
           88 PAIR-SAME       VALUE 'Y'.
           88 PAIR-DIFFERENT  VALUE 'N'.
       01 WS-LAST-DUP-SOURCE PIC X(8) VALUE SPACES.

      * Spajanje grupa.
       01 WS-FIND-IDX      PIC 9(4).
       01 WS-ROOT          PIC 9(4).
       01 WS-ROOT-A        PIC 9(4).
       01 WS-ROOT-B        PIC 9(4).
       01 WS-LINK-BY-CLERK PIC X VALUE 'N'.
           88 LINK-BY-CLERK VALUE 'Y'.
       01 WS-OTHER-ROOT    PIC 9(4).
       01 WS-MAX-PARTY-ID  PIC 9(8) VALUE ZEROS.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FIND-SOURCE   PIC X(8).
       01 WS-FIND-KEY      PIC X(30).
       01 WS-PREV-PARTY-ID PIC 9(8).

      * Nova uloga za ADD-ROLE-PARA.
       01 WS-NEW-SYSTEM    PIC X(8).
       01 WS-NEW-SOURCE    PIC X(8).
       01 WS-NEW-KEY       PIC X(30).
       01 WS-NEW-OLD-PARTY PIC 9(8).

      * DOG-VSAM koji se ne moze otvoriti ne brise vlasnike pasa iz
      * indeksa - njihove uloge se prenose iz starog PTYIDX.
       01 WS-DOGS-LOADED   PIC X VALUE 'N'.
           88 DOGS-LOADED   VALUE 'Y'.
       01 WS-TABLE-FULL    PIC X VALUE 'N'.
           88 TABLE-IS-FULL VALUE 'Y'.

       01 TOTAL-ROLES      PIC 9(6) VALUE ZEROS.
       01 MEMBER-ROLES     PIC 9(6) VALUE ZEROS.
       01 CUSTOMER-ROLES   PIC 9(6) VALUE ZEROS.
       01 DOG-OWNER-ROLES  PIC 9(6) VALUE ZEROS.
       01 ASSET-OWNER-ROLES PIC 9(6) VALUE ZEROS.
       01 PARTY-COUNT      PIC 9(6) VALUE ZEROS.
       01 MULTI-ROLE-PARTIES PIC 9(6) VALUE ZEROS.
       01 NEW-PARTIES      PIC 9(6) VALUE ZEROS.
       01 AUTO-LINKS       PIC 9(6) VALUE ZEROS.
       01 CLERK-LINKS      PIC 9(6) VALUE ZEROS.
       01 KEPT-APART       PIC 9(6) VALUE ZEROS.
       01 REVIEW-PAIRS     PIC 9(6) VALUE ZEROS.
       01 DUPLICATE-PAIRS  PIC 9(6) VALUE ZEROS.
       01 MOVED-ROLES      PIC 9(6) VALUE ZEROS.
       01 SPLIT-PARTIES    PIC 9(6) VALUE ZEROS.
       01 DECISIONS-READ   PIC 9(6) VALUE ZEROS.
       01 DECISIONS-STORED PIC 9(6) VALUE ZEROS.
       01 DECISIONS-IGNORED PIC 9(6) VALUE ZEROS.
       01 WS-SCORE-EDIT    PIC ZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=sumnjivi parovi za
      * sluzbenika ili duplikati unutar mastera, 8=greska u
      * parametrima, 12=greska datoteke ili puna tablica.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "PARTYBLD: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-REVIEW-SCORE = 0 OR WS-AUTO-SCORE > 100
                   OR WS-AUTO-SCORE NOT > WS-REVIEW-SCORE
               DISPLAY "PARTYBLD: THRESHOLDS MUST SATISFY "
                       "0 < REVIEW < AUTO <= 100"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PARTY-REPORT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MASTER PARTY INDEX BUILD  RUN DATE: " WS-RUN-DATE
                  "  AUTO-LINK SCORE: " WS-AUTO-SCORE
                  "  REVIEW SCORE: " WS-REVIEW-SCORE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.

           PERFORM LOAD-MEMBERS-PARA THRU LOAD-MEMBERS-PARA-EXIT.
           PERFORM LOAD-CUSTOMERS-PARA THRU LOAD-CUSTOMERS-PARA-EXIT.
           PERFORM LOAD-DOGS-PARA THRU LOAD-DOGS-PARA-EXIT.
           PERFORM LOAD-COMPUTERS-PARA THRU LOAD-COMPUTERS-PARA-EXIT.
           PERFORM LOAD-OLD-INDEX-PARA THRU LOAD-OLD-INDEX-PARA-EXIT.
           PERFORM LOAD-LINKS-PARA THRU LOAD-LINKS-PARA-EXIT.

      * Nepotpun indeks bi ukinuo brojeve osoba za uloge koje nisu
      * stale u tablicu - u tom slucaju se nista ne pise.
           IF TABLE-IS-FULL
               MOVE "RUN ABORTED - TABLE FULL, NO INDEX WRITTEN"
                   TO PARTY-REPORT-LINE
               WRITE PARTY-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE PARTY-REPORT
               GOBACK
           END-IF.

           MOVE SPACES TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE "LIKELY DUPLICATES WITHIN EACH MASTER"
               TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.

           OPEN OUTPUT REVIEW-FILE.
           PERFORM MATCH-ROLES-PARA THRU MATCH-ROLES-PARA-EXIT.
           CLOSE REVIEW-FILE.

           PERFORM APPLY-CLERK-LINKS-PARA
                   THRU APPLY-CLERK-LINKS-PARA-EXIT.

           MOVE SPACES TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE "PARTY NUMBER CHANGES" TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           PERFORM ASSIGN-PARTIES-PARA THRU ASSIGN-PARTIES-PARA-EXIT.

           MOVE SPACES TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE "PARTIES WITH MORE THAN ONE ROLE" TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-PARTY-ID
               ON ASCENDING KEY SRT-SYSTEM
               INPUT PROCEDURE IS RELEASE-ROLES-PARA
                               THRU RELEASE-ROLES-PARA-EXIT
               OUTPUT PROCEDURE IS WRITE-INDEX-PARA
                                THRU WRITE-INDEX-PARA-EXIT.

           PERFORM WRITE-LINKS-PARA THRU WRITE-LINKS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           IF (REVIEW-PAIRS > 0 OR DUPLICATE-PAIRS > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE PARTY-REPORT.
           GOBACK.

      * Rastavlja PARMD (npr. "AUTO=85,REVIEW=60,RUNDATE=20261015")
      * u KEYWORD-TABLE - vidi TASK5C.
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
                       WHEN "AUTO"
                           COMPUTE WS-AUTO-SCORE =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "REVIEW"
                           COMPUTE WS-REVIEW-SCORE =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * MEMBFL: uloga LIBRARY, kljuc je broj clana.
       LOAD-MEMBERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT MEMBER-FILE.
           READ MEMBER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE OR TABLE-IS-FULL
               IF MBR-ID IS NUMERIC
                   MOVE "LIBRARY" TO WS-NEW-SYSTEM
                   MOVE "MEMBFL"  TO WS-NEW-SOURCE
                   MOVE MBR-ID    TO WS-NEW-KEY
                   MOVE MBR-NAME  TO WS-RAW-NAME
                   MOVE MBR-CONTACT TO WS-RAW-CONTACT
                   MOVE ZEROS     TO WS-NEW-OLD-PARTY
                   PERFORM ADD-ROLE-PARA THRU ADD-ROLE-PARA-EXIT
                   IF ENTRY-FOUND
                       ADD 1 TO MEMBER-ROLES
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEMBER-FILE.

       LOAD-MEMBERS-PARA-EXIT.
           EXIT.

      * CUSTFL: uloga BANK, kljuc je broj kupca.
       LOAD-CUSTOMERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT CUSTOMER-FILE.
           READ CUSTOMER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE OR TABLE-IS-FULL
               IF CST-ID IS NUMERIC
                   MOVE "BANK"    TO WS-NEW-SYSTEM
                   MOVE "CUSTFL"  TO WS-NEW-SOURCE
                   MOVE CST-ID    TO WS-NEW-KEY
                   MOVE CST-NAME  TO WS-RAW-NAME
                   MOVE CST-CONTACT TO WS-RAW-CONTACT
                   MOVE ZEROS     TO WS-NEW-OLD-PARTY
                   PERFORM ADD-ROLE-PARA THRU ADD-ROLE-PARA-EXIT
                   IF ENTRY-FOUND
                       ADD 1 TO CUSTOMER-ROLES
                   END-IF
               END-IF
               READ CUSTOMER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       LOAD-CUSTOMERS-PARA-EXIT.
           EXIT.

      * DOG-VSAM: uloga DOGS je vlasnik (DG-OWNER), jednom bez obzira
      * na broj pasa; registar pasa ne vodi kontakt vlasnika.
       LOAD-DOGS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT DOG-VSAM.
           IF NOT DOG-FILE-OK
               DISPLAY "PARTYBLD: DOG-VSAM NOT AVAILABLE ("
                       DOG-STATUS ") - DOG OWNERS CARRIED FROM PTYIDX"
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "DOG-VSAM NOT AVAILABLE (STATUS " DOG-STATUS
                      ") - DOG OWNER ROLES CARRIED FROM OLD INDEX"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
               WRITE PARTY-REPORT-LINE
               CLOSE DOG-VSAM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO LOAD-DOGS-PARA-EXIT
           END-IF.

           MOVE 'Y' TO WS-DOGS-LOADED.
           READ DOG-VSAM NEXT
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE OR TABLE-IS-FULL
               IF DG-OWNER NOT = SPACES
                   MOVE "DOGVS"  TO WS-FIND-SOURCE
                   MOVE DG-OWNER TO WS-FIND-KEY
                   PERFORM FIND-ROLE-PARA THRU FIND-ROLE-PARA-EXIT
                   IF NOT ENTRY-FOUND
                       MOVE "DOGS"   TO WS-NEW-SYSTEM
                       MOVE "DOGVS"  TO WS-NEW-SOURCE
                       MOVE DG-OWNER TO WS-NEW-KEY
                       MOVE DG-OWNER TO WS-RAW-NAME
                       MOVE SPACES   TO WS-RAW-CONTACT
                       MOVE ZEROS    TO WS-NEW-OLD-PARTY
                       PERFORM ADD-ROLE-PARA THRU ADD-ROLE-PARA-EXIT
                       IF ENTRY-FOUND
                           ADD 1 TO DOG-OWNER-ROLES
                       END-IF
                   END-IF
               END-IF
               READ DOG-VSAM NEXT
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DOG-VSAM.

       LOAD-DOGS-PARA-EXIT.
           EXIT.

      * CMPFL: uloga ASSETS je vlasnik racunala (OWNER-NAME), jednom
      * bez obzira na broj racunala; kontakt je OWNER-EMAIL.
       LOAD-COMPUTERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT COMPUTER-FILE.
           READ COMPUTER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE OR TABLE-IS-FULL
               IF CMP-OWNER-NAME NOT = SPACES
                   MOVE "CMPFL"        TO WS-FIND-SOURCE
                   MOVE CMP-OWNER-NAME TO WS-FIND-KEY
                   PERFORM FIND-ROLE-PARA THRU FIND-ROLE-PARA-EXIT
                   IF NOT ENTRY-FOUND
                       MOVE "ASSETS"        TO WS-NEW-SYSTEM
                       MOVE "CMPFL"         TO WS-NEW-SOURCE
                       MOVE CMP-OWNER-NAME  TO WS-NEW-KEY
                       MOVE CMP-OWNER-NAME  TO WS-RAW-NAME
                       MOVE CMP-OWNER-EMAIL TO WS-RAW-CONTACT
                       MOVE ZEROS           TO WS-NEW-OLD-PARTY
                       PERFORM ADD-ROLE-PARA THRU ADD-ROLE-PARA-EXIT
                       IF ENTRY-FOUND
                           ADD 1 TO ASSET-OWNER-ROLES
                       END-IF
                   END-IF
               END-IF
               READ COMPUTER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

       LOAD-COMPUTERS-PARA-EXIT.
           EXIT.

      * Dodaje ulogu iz WS-NEW-* i WS-RAW-NAME/WS-RAW-CONTACT;
      * ENTRY-FOUND kaze je li uloga dodana (prazno ime se ne
      * indeksira).
       ADD-ROLE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM NORMALIZE-NAME-PARA THRU NORMALIZE-NAME-PARA-EXIT.
           IF WS-NORM-NAME = SPACES
               GO TO ADD-ROLE-PARA-EXIT
           END-IF.

           IF WS-ROLE-COUNT NOT LESS THAN WS-MAX-ROLES
               IF NOT TABLE-IS-FULL
                   DISPLAY "PARTYBLD: ROLE TABLE FULL AT "
                           WS-MAX-ROLES " - RUN ABORTED"
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
               GO TO ADD-ROLE-PARA-EXIT
           END-IF.

           PERFORM NORMALIZE-CONTACT-PARA
                   THRU NORMALIZE-CONTACT-PARA-EXIT.

           ADD 1 TO WS-ROLE-COUNT.
           MOVE WS-NEW-SYSTEM    TO RL-SYSTEM(WS-ROLE-COUNT).
           MOVE WS-NEW-SOURCE    TO RL-SOURCE(WS-ROLE-COUNT).
           MOVE WS-NEW-KEY       TO RL-KEY(WS-ROLE-COUNT).
           MOVE WS-RAW-NAME      TO RL-NAME(WS-ROLE-COUNT).
           MOVE WS-RAW-CONTACT   TO RL-CONTACT(WS-ROLE-COUNT).
           MOVE WS-NORM-NAME     TO RL-NORM-NAME(WS-ROLE-COUNT).
           MOVE WS-NORM-CONTACT  TO RL-NORM-CONTACT(WS-ROLE-COUNT).
           MOVE WS-TOKEN-COUNT   TO RL-TOKEN-COUNT(WS-ROLE-COUNT).
           PERFORM VARYING WS-TOK-A FROM 1 BY 1 UNTIL WS-TOK-A > 6
               MOVE WS-TOKEN(WS-TOK-A)
                   TO RL-TOKEN(WS-ROLE-COUNT, WS-TOK-A)
           END-PERFORM.
           MOVE WS-NEW-OLD-PARTY TO RL-OLD-PARTY(WS-ROLE-COUNT).
           MOVE WS-ROLE-COUNT    TO RL-PARENT(WS-ROLE-COUNT).
           MOVE 1                TO RL-GROUP-SIZE(WS-ROLE-COUNT).
           MOVE 'N'              TO RL-CLERK-FLAG(WS-ROLE-COUNT).
           MOVE ZEROS            TO RL-GROUP-ID(WS-ROLE-COUNT).
           MOVE ZEROS            TO RL-PARTY-ID(WS-ROLE-COUNT).
           MOVE ZEROS            TO RL-SCORE(WS-ROLE-COUNT).
           ADD 1 TO TOTAL-ROLES.
           MOVE 'Y' TO WS-FOUND-FLAG.

       ADD-ROLE-PARA-EXIT.
           EXIT.

      * Trazi ulogu po izvoru i kljucu (WS-FIND-SOURCE/WS-FIND-KEY).
       FIND-ROLE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-ROLE-COUNT
               IF RL-SOURCE(RL-IDX) = WS-FIND-SOURCE
                       AND RL-KEY(RL-IDX) = WS-FIND-KEY
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO RL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ROLE-PARA-EXIT.
           EXIT.

      * Normalizira ime: velika slova, interpunkcija u razmak, rijeci
      * (najvise 6, do 20 znakova) poredane abecedno i spojene jednim
      * razmakom - redoslijed imena i prezimena i zarezi vise ne
      * razlikuju istu osobu.
       NORMALIZE-NAME-PARA.
           MOVE FUNCTION UPPER-CASE(WS-RAW-NAME) TO WS-UPPER-NAME.
           INSPECT WS-UPPER-NAME CONVERTING ",.;:-'/()" TO
                                            "         ".
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0 TO WS-CUR-LEN.

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 50
               IF WS-UPPER-NAME(WS-CHAR-IDX:1) = SPACE
                   PERFORM END-TOKEN-PARA THRU END-TOKEN-PARA-EXIT
               ELSE
                   IF WS-CUR-LEN < 20
                       ADD 1 TO WS-CUR-LEN
                       MOVE WS-UPPER-NAME(WS-CHAR-IDX:1)
                           TO WS-CUR-TOKEN(WS-CUR-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM END-TOKEN-PARA THRU END-TOKEN-PARA-EXIT.

      * Rijeci abecedno (mjehuricasto - najvise 6 rijeci).
           PERFORM VARYING WS-TOK-A FROM 1 BY 1
                   UNTIL WS-TOK-A >= WS-TOKEN-COUNT
               PERFORM VARYING WS-TOK-B FROM 1 BY 1
                       UNTIL WS-TOK-B > WS-TOKEN-COUNT - WS-TOK-A
                   IF WS-TOKEN(WS-TOK-B) > WS-TOKEN(WS-TOK-B + 1)
                       MOVE WS-TOKEN(WS-TOK-B) TO WS-SWAP-TOKEN
                       MOVE WS-TOKEN(WS-TOK-B + 1)
                           TO WS-TOKEN(WS-TOK-B)
                       MOVE WS-SWAP-TOKEN TO WS-TOKEN(WS-TOK-B + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-NORM-NAME.
           MOVE 1 TO WS-NAME-PTR.
           PERFORM VARYING WS-TOK-A FROM 1 BY 1
                   UNTIL WS-TOK-A > WS-TOKEN-COUNT
               IF WS-TOK-A > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-NORM-NAME WITH POINTER WS-NAME-PTR
                   END-STRING
               END-IF
               STRING WS-TOKEN(WS-TOK-A) DELIMITED BY SPACE
                   INTO WS-NORM-NAME WITH POINTER WS-NAME-PTR
               END-STRING
           END-PERFORM.

       NORMALIZE-NAME-PARA-EXIT.
           EXIT.

      * Zavrsava tekucu rijec imena i dodaje je u WS-TOKEN-TABLE.
       END-TOKEN-PARA.
           IF WS-CUR-LEN > 0
               IF WS-TOKEN-COUNT < 6
                   ADD 1 TO WS-TOKEN-COUNT
                   MOVE WS-CUR-TOKEN TO WS-TOKEN(WS-TOKEN-COUNT)
               END-IF
               MOVE SPACES TO WS-CUR-TOKEN
               MOVE 0 TO WS-CUR-LEN
           END-IF.

       END-TOKEN-PARA-EXIT.
           EXIT.

      * Normalizira kontakt: velika slova, bez razmaka i znakova
      * kojima se pisu telefonski brojevi (-, /, zagrade).
       NORMALIZE-CONTACT-PARA.
           MOVE FUNCTION UPPER-CASE(WS-RAW-CONTACT)
               TO WS-UPPER-CONTACT.
           MOVE SPACES TO WS-NORM-CONTACT.
           MOVE 0 TO WS-OUT-IDX.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 50
               IF WS-UPPER-CONTACT(WS-CHAR-IDX:1) NOT = SPACE
                       AND WS-UPPER-CONTACT(WS-CHAR-IDX:1) NOT = "-"
                       AND WS-UPPER-CONTACT(WS-CHAR-IDX:1) NOT = "/"
                       AND WS-UPPER-CONTACT(WS-CHAR-IDX:1) NOT = "("
                       AND WS-UPPER-CONTACT(WS-CHAR-IDX:1) NOT = ")"
                   ADD 1 TO WS-OUT-IDX
                   MOVE WS-UPPER-CONTACT(WS-CHAR-IDX:1)
                       TO WS-NORM-CONTACT(WS-OUT-IDX:1)
               END-IF
           END-PERFORM.

       NORMALIZE-CONTACT-PARA-EXIT.
           EXIT.

      * Stari indeks: uloga koja je vec bila indeksirana zadrzava
      * broj osobe. Vlasnici pasa se prenose iz njega kad DOG-VSAM
      * nije bio dostupan.
       LOAD-OLD-INDEX-PARA.
           MOVE 'N' TO WS-IDX-EOF.
           OPEN INPUT PARTY-INDEX-IN.
           READ PARTY-INDEX-IN INTO PARTY-INDEX-RECORD
               AT END SET END-OF-INDEX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INDEX OR TABLE-IS-FULL
               IF PTY-PARTY-ID IS NUMERIC AND PTY-PARTY-ID > 0
                   IF PTY-PARTY-ID > WS-MAX-PARTY-ID
                       MOVE PTY-PARTY-ID TO WS-MAX-PARTY-ID
                   END-IF
                   MOVE PTY-SOURCE     TO WS-FIND-SOURCE
                   MOVE PTY-SOURCE-KEY TO WS-FIND-KEY
                   PERFORM FIND-ROLE-PARA THRU FIND-ROLE-PARA-EXIT
                   IF ENTRY-FOUND
                       MOVE PTY-PARTY-ID TO RL-OLD-PARTY(WS-FOUND-IDX)
                   ELSE
                       IF PTY-SOURCE = "DOGVS" AND NOT DOGS-LOADED
                           MOVE PTY-SYSTEM     TO WS-NEW-SYSTEM
                           MOVE PTY-SOURCE     TO WS-NEW-SOURCE
                           MOVE PTY-SOURCE-KEY TO WS-NEW-KEY
                           MOVE PTY-NAME       TO WS-RAW-NAME
                           MOVE PTY-CONTACT    TO WS-RAW-CONTACT
                           MOVE PTY-PARTY-ID   TO WS-NEW-OLD-PARTY
                           PERFORM ADD-ROLE-PARA
                                   THRU ADD-ROLE-PARA-EXIT
                           IF ENTRY-FOUND
                               ADD 1 TO DOG-OWNER-ROLES
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ PARTY-INDEX-IN INTO PARTY-INDEX-RECORD
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PARTY-INDEX-IN.

       LOAD-OLD-INDEX-PARA-EXIT.
           EXIT.

      * Registar odluka (PTYLNK) u tablicu, pa nove odluke sluzbenika
      * (PTYDEC - popunjeni PTYREV zapisi). Nova odluka za isti par
      * zamjenjuje staru.
       LOAD-LINKS-PARA.
           MOVE 'N' TO WS-LNK-EOF.
           OPEN INPUT LINK-REGISTER-IN.
           READ LINK-REGISTER-IN INTO PARTY-LINK-RECORD
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LINKS OR TABLE-IS-FULL
               IF PLK-DECIDED
                   IF WS-LINK-COUNT NOT LESS THAN WS-MAX-LINKS
                       DISPLAY "PARTYBLD: LINK TABLE FULL AT "
                               WS-MAX-LINKS " - RUN ABORTED"
                       MOVE 'Y' TO WS-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-LINK-COUNT
                       MOVE PARTY-LINK-RECORD
                           TO LT-RECORD(WS-LINK-COUNT)
                   END-IF
               END-IF
               READ LINK-REGISTER-IN INTO PARTY-LINK-RECORD
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LINK-REGISTER-IN.

           MOVE 'N' TO WS-LNK-EOF.
           OPEN INPUT LINK-DECISION-FILE.
           READ LINK-DECISION-FILE INTO PARTY-LINK-RECORD
               AT END SET END-OF-LINKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LINKS OR TABLE-IS-FULL
               ADD 1 TO DECISIONS-READ
               IF NOT PLK-DECIDED OR PLK-CLERK = SPACES
                       OR PLK-SOURCE-1 = SPACES
                       OR PLK-SOURCE-2 = SPACES
                   ADD 1 TO DECISIONS-IGNORED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "PTYDEC RECORD IGNORED - DECISION MUST BE "
                          "Y OR N WITH CLERK ID: "
                          PLK-SOURCE-1 " " PLK-KEY-1 " / "
                          PLK-SOURCE-2 " " PLK-KEY-2
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
                   WRITE PARTY-REPORT-LINE
               ELSE
                   PERFORM STORE-DECISION-PARA
                           THRU STORE-DECISION-PARA-EXIT
               END-IF
               READ LINK-DECISION-FILE INTO PARTY-LINK-RECORD
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LINK-DECISION-FILE.

       LOAD-LINKS-PARA-EXIT.
           EXIT.

      * Odluka iz PARTY-LINK-RECORD u registar - par se slaze tako da
      * je prva uloga manja po izvoru i kljucu.
       STORE-DECISION-PARA.
           MOVE PLK-SOURCE-1 TO WS-PAIR-KEY-A(1:8).
           MOVE PLK-KEY-1    TO WS-PAIR-KEY-A(9:30).
           MOVE PLK-SOURCE-2 TO WS-PAIR-KEY-B(1:8).
           MOVE PLK-KEY-2    TO WS-PAIR-KEY-B(9:30).
           IF WS-PAIR-KEY-A > WS-PAIR-KEY-B
               MOVE WS-PAIR-KEY-B(1:8)  TO PLK-SOURCE-1
               MOVE WS-PAIR-KEY-B(9:30) TO PLK-KEY-1
               MOVE WS-PAIR-KEY-A(1:8)  TO PLK-SOURCE-2
               MOVE WS-PAIR-KEY-A(9:30) TO PLK-KEY-2
               MOVE PLK-NAME-1 TO WS-RAW-NAME
               MOVE PLK-NAME-2 TO PLK-NAME-1
               MOVE WS-RAW-NAME TO PLK-NAME-2
               MOVE PLK-SOURCE-1 TO WS-PAIR-KEY-A(1:8)
               MOVE PLK-KEY-1    TO WS-PAIR-KEY-A(9:30)
               MOVE PLK-SOURCE-2 TO WS-PAIR-KEY-B(1:8)
               MOVE PLK-KEY-2    TO WS-PAIR-KEY-B(9:30)
           END-IF.
           IF PLK-DECISION-DATE IS NOT NUMERIC
                   OR PLK-DECISION-DATE = ZEROS
               MOVE WS-RUN-DATE-NUM TO PLK-DECISION-DATE
           END-IF.
           IF PLK-SCORE IS NOT NUMERIC
               MOVE ZEROS TO PLK-SCORE
           END-IF.

           PERFORM FIND-LINK-PARA THRU FIND-LINK-PARA-EXIT.
           IF ENTRY-FOUND
               MOVE PARTY-LINK-RECORD TO LT-RECORD(WS-FOUND-IDX)
           ELSE
               IF WS-LINK-COUNT NOT LESS THAN WS-MAX-LINKS
                   DISPLAY "PARTYBLD: LINK TABLE FULL AT "
                           WS-MAX-LINKS " - RUN ABORTED"
                   MOVE 'Y' TO WS-TABLE-FULL
                   GO TO STORE-DECISION-PARA-EXIT
               END-IF
               ADD 1 TO WS-LINK-COUNT
               MOVE PARTY-LINK-RECORD TO LT-RECORD(WS-LINK-COUNT)
           END-IF.
           ADD 1 TO DECISIONS-STORED.

       STORE-DECISION-PARA-EXIT.
           EXIT.

      * Trazi par WS-PAIR-KEY-A / WS-PAIR-KEY-B (izvor i kljuc) u
      * registru; WS-DECISION je odluka sluzbenika ili razmak.
       FIND-LINK-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-FOUND-IDX.
           MOVE SPACE TO WS-DECISION.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT
               IF LT-RECORD(LNK-IDX)(1:8)   = WS-PAIR-KEY-A(1:8)
                  AND LT-RECORD(LNK-IDX)(10:30) = WS-PAIR-KEY-A(9:30)
                  AND LT-RECORD(LNK-IDX)(41:8)  = WS-PAIR-KEY-B(1:8)
                  AND LT-RECORD(LNK-IDX)(50:30) = WS-PAIR-KEY-B(9:30)
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO LNK-IDX
                   MOVE LT-RECORD(LNK-IDX)(85:1) TO WS-DECISION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-LINK-PARA-EXIT.
           EXIT.

      * Svaki par uloga se ocjenjuje jednom.
       MATCH-ROLES-PARA.
           PERFORM VARYING WS-ROLE-A FROM 1 BY 1
                   UNTIL WS-ROLE-A >= WS-ROLE-COUNT
               COMPUTE WS-ROLE-B = WS-ROLE-A + 1
               PERFORM UNTIL WS-ROLE-B > WS-ROLE-COUNT
                   PERFORM SCORE-PAIR-PARA THRU SCORE-PAIR-PARA-EXIT
                   IF WS-PAIR-SCORE >= WS-REVIEW-SCORE
                       PERFORM DECIDE-PAIR-PARA
                               THRU DECIDE-PAIR-PARA-EXIT
                   END-IF
                   ADD 1 TO WS-ROLE-B
               END-PERFORM
           END-PERFORM.

       MATCH-ROLES-PARA-EXIT.
           EXIT.

      * Ocjena para WS-ROLE-A / WS-ROLE-B: isto normalizirano ime 60,
      * ime sadrzano u drugom (uz inicijale) 40, isti kontakt +40.
       SCORE-PAIR-PARA.
           MOVE 0 TO WS-NAME-SCORE.
           IF RL-NORM-NAME(WS-ROLE-A) = RL-NORM-NAME(WS-ROLE-B)
               MOVE 60 TO WS-NAME-SCORE
           ELSE
               PERFORM CHECK-SUBSET-PARA THRU CHECK-SUBSET-PARA-EXIT
               IF NAME-IS-SUBSET
                   MOVE 40 TO WS-NAME-SCORE
               END-IF
           END-IF.
           MOVE WS-NAME-SCORE TO WS-PAIR-SCORE.
           IF RL-NORM-CONTACT(WS-ROLE-A) NOT = SPACES
              AND RL-NORM-CONTACT(WS-ROLE-A) =
                  RL-NORM-CONTACT(WS-ROLE-B)
               ADD 40 TO WS-PAIR-SCORE
           END-IF.

       SCORE-PAIR-PARA-EXIT.
           EXIT.

      * Krace ime (barem dvije rijeci) je sadrzano u duljem: svaka
      * njegova rijec postoji u duljem imenu ili je inicijal rijeci
      * duljeg imena (i obratno), a barem jedna je cijela ista.
       CHECK-SUBSET-PARA.
           MOVE 'N' TO WS-SUBSET-FLAG.
           IF RL-TOKEN-COUNT(WS-ROLE-A) <= RL-TOKEN-COUNT(WS-ROLE-B)
               MOVE WS-ROLE-A TO WS-SHORT-ROLE
               MOVE WS-ROLE-B TO WS-LONG-ROLE
           ELSE
               MOVE WS-ROLE-B TO WS-SHORT-ROLE
               MOVE WS-ROLE-A TO WS-LONG-ROLE
           END-IF.
           IF RL-TOKEN-COUNT(WS-SHORT-ROLE) < 2
               GO TO CHECK-SUBSET-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-EXACT-TOKENS.
           PERFORM VARYING WS-TOK-A FROM 1 BY 1
                   UNTIL WS-TOK-A > RL-TOKEN-COUNT(WS-SHORT-ROLE)
               MOVE 'N' TO WS-TOKEN-FOUND
               PERFORM VARYING WS-TOK-B FROM 1 BY 1
                       UNTIL WS-TOK-B > RL-TOKEN-COUNT(WS-LONG-ROLE)
                          OR TOKEN-FOUND
                   EVALUATE TRUE
                       WHEN RL-TOKEN(WS-SHORT-ROLE, WS-TOK-A) =
                            RL-TOKEN(WS-LONG-ROLE, WS-TOK-B)
                           MOVE 'Y' TO WS-TOKEN-FOUND
                           ADD 1 TO WS-EXACT-TOKENS
                       WHEN RL-TOKEN(WS-SHORT-ROLE, WS-TOK-A)(2:19)
                                = SPACES
                        AND RL-TOKEN(WS-SHORT-ROLE, WS-TOK-A)(1:1) =
                            RL-TOKEN(WS-LONG-ROLE, WS-TOK-B)(1:1)
                           MOVE 'Y' TO WS-TOKEN-FOUND
                       WHEN RL-TOKEN(WS-LONG-ROLE, WS-TOK-B)(2:19)
                                = SPACES
                        AND RL-TOKEN(WS-SHORT-ROLE, WS-TOK-A)(1:1) =
                            RL-TOKEN(WS-LONG-ROLE, WS-TOK-B)(1:1)
                           MOVE 'Y' TO WS-TOKEN-FOUND
                   END-EVALUATE
               END-PERFORM
               IF NOT TOKEN-FOUND
                   GO TO CHECK-SUBSET-PARA-EXIT
               END-IF
           END-PERFORM.

           IF WS-EXACT-TOKENS > 0
               MOVE 'Y' TO WS-SUBSET-FLAG
           END-IF.

       CHECK-SUBSET-PARA-EXIT.
           EXIT.

      * Par s dovoljnom ocjenom: odluka sluzbenika ima prednost, bez
      * nje AUTO povezuje, a nize ide na popis za provjeru. Par iz
      * istog mastera je i duplikat u tom masteru.
       DECIDE-PAIR-PARA.
           MOVE RL-SOURCE(WS-ROLE-A) TO WS-PAIR-KEY-A(1:8).
           MOVE RL-KEY(WS-ROLE-A)    TO WS-PAIR-KEY-A(9:30).
           MOVE RL-SOURCE(WS-ROLE-B) TO WS-PAIR-KEY-B(1:8).
           MOVE RL-KEY(WS-ROLE-B)    TO WS-PAIR-KEY-B(9:30).
           IF WS-PAIR-KEY-A > WS-PAIR-KEY-B
               MOVE WS-ROLE-B TO WS-FIRST-ROLE
               MOVE WS-ROLE-A TO WS-SECOND-ROLE
               MOVE RL-SOURCE(WS-ROLE-B) TO WS-PAIR-KEY-A(1:8)
               MOVE RL-KEY(WS-ROLE-B)    TO WS-PAIR-KEY-A(9:30)
               MOVE RL-SOURCE(WS-ROLE-A) TO WS-PAIR-KEY-B(1:8)
               MOVE RL-KEY(WS-ROLE-A)    TO WS-PAIR-KEY-B(9:30)
           ELSE
               MOVE WS-ROLE-A TO WS-FIRST-ROLE
               MOVE WS-ROLE-B TO WS-SECOND-ROLE
           END-IF.

           PERFORM FIND-LINK-PARA THRU FIND-LINK-PARA-EXIT.

           EVALUATE TRUE
               WHEN PAIR-DIFFERENT
                   ADD 1 TO KEPT-APART
               WHEN PAIR-SAME
      * Potvrdjene veze povezuje APPLY-CLERK-LINKS-PARA.
                   CONTINUE
               WHEN WS-PAIR-SCORE >= WS-AUTO-SCORE
                   MOVE 'N' TO WS-LINK-BY-CLERK
                   PERFORM UNION-PARA THRU UNION-PARA-EXIT
               WHEN OTHER
                   PERFORM WRITE-REVIEW-PARA
                           THRU WRITE-REVIEW-PARA-EXIT
           END-EVALUATE.

           IF RL-SOURCE(WS-ROLE-A) = RL-SOURCE(WS-ROLE-B)
                   AND NOT PAIR-DIFFERENT
               PERFORM REPORT-DUPLICATE-PARA
                       THRU REPORT-DUPLICATE-PARA-EXIT
           END-IF.

       DECIDE-PAIR-PARA-EXIT.
           EXIT.

      * Sumnjivi par na popis za sluzbenika (PTYREV) - sluzbenik
      * upisuje Y/N, svoju oznaku i datum pa ga vraca kao PTYDEC.
       WRITE-REVIEW-PARA.
           MOVE SPACES TO PARTY-LINK-RECORD.
           MOVE RL-SOURCE(WS-FIRST-ROLE)  TO PLK-SOURCE-1.
           MOVE RL-KEY(WS-FIRST-ROLE)     TO PLK-KEY-1.
           MOVE RL-SOURCE(WS-SECOND-ROLE) TO PLK-SOURCE-2.
           MOVE RL-KEY(WS-SECOND-ROLE)    TO PLK-KEY-2.
           MOVE WS-PAIR-SCORE             TO PLK-SCORE.
           MOVE ZEROS                     TO PLK-DECISION-DATE.
           MOVE RL-NAME(WS-FIRST-ROLE)    TO PLK-NAME-1.
           MOVE RL-NAME(WS-SECOND-ROLE)   TO PLK-NAME-2.
           WRITE REVIEW-RECORD FROM PARTY-LINK-RECORD.
           ADD 1 TO REVIEW-PAIRS.

       WRITE-REVIEW-PARA-EXIT.
           EXIT.

      * Duplikat unutar istog mastera - podnaslov po masteru.
       REPORT-DUPLICATE-PARA.
           IF RL-SOURCE(WS-ROLE-A) NOT = WS-LAST-DUP-SOURCE
               MOVE RL-SOURCE(WS-ROLE-A) TO WS-LAST-DUP-SOURCE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  MASTER " WS-LAST-DUP-SOURCE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
               WRITE PARTY-REPORT-LINE
           END-IF.

           MOVE WS-PAIR-SCORE TO WS-SCORE-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    SCORE " WS-SCORE-EDIT "  "
                  FUNCTION TRIM(RL-KEY(WS-ROLE-A)) " "
                  FUNCTION TRIM(RL-NAME(WS-ROLE-A)) "  /  "
                  FUNCTION TRIM(RL-KEY(WS-ROLE-B)) " "
                  FUNCTION TRIM(RL-NAME(WS-ROLE-B))
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           ADD 1 TO DUPLICATE-PAIRS.

       REPORT-DUPLICATE-PARA-EXIT.
           EXIT.

      * Korijen grupe uloge WS-FIND-IDX u WS-ROOT; put do korijena se
      * skracuje da iduce trazenje bude brze.
       FIND-ROOT-PARA.
           MOVE WS-FIND-IDX TO WS-ROOT.
           PERFORM UNTIL RL-PARENT(WS-ROOT) = WS-ROOT
               MOVE RL-PARENT(WS-ROOT) TO WS-ROOT
           END-PERFORM.
           PERFORM UNTIL RL-PARENT(WS-FIND-IDX) = WS-FIND-IDX
               MOVE RL-PARENT(WS-FIND-IDX) TO WS-OTHER-ROOT
               MOVE WS-ROOT TO RL-PARENT(WS-FIND-IDX)
               MOVE WS-OTHER-ROOT TO WS-FIND-IDX
           END-PERFORM.

       FIND-ROOT-PARA-EXIT.
           EXIT.

      * Povezuje uloge WS-ROLE-A i WS-ROLE-B u istu osobu; korijen je
      * uvijek uloga s manjim rednim brojem.
       UNION-PARA.
           IF LINK-BY-CLERK
               ADD 1 TO CLERK-LINKS
               MOVE 'Y' TO RL-CLERK-FLAG(WS-ROLE-A)
               MOVE 'Y' TO RL-CLERK-FLAG(WS-ROLE-B)
           ELSE
               ADD 1 TO AUTO-LINKS
           END-IF.
           IF WS-PAIR-SCORE > RL-SCORE(WS-ROLE-A)
               MOVE WS-PAIR-SCORE TO RL-SCORE(WS-ROLE-A)
           END-IF.
           IF WS-PAIR-SCORE > RL-SCORE(WS-ROLE-B)
               MOVE WS-PAIR-SCORE TO RL-SCORE(WS-ROLE-B)
           END-IF.

           MOVE WS-ROLE-A TO WS-FIND-IDX.
           PERFORM FIND-ROOT-PARA THRU FIND-ROOT-PARA-EXIT.
           MOVE WS-ROOT TO WS-ROOT-A.
           MOVE WS-ROLE-B TO WS-FIND-IDX.
           PERFORM FIND-ROOT-PARA THRU FIND-ROOT-PARA-EXIT.
           MOVE WS-ROOT TO WS-ROOT-B.
           IF WS-ROOT-A = WS-ROOT-B
               GO TO UNION-PARA-EXIT
           END-IF.

           IF WS-ROOT-A > WS-ROOT-B
               MOVE WS-ROOT-A TO WS-OTHER-ROOT
               MOVE WS-ROOT-B TO WS-ROOT-A
               MOVE WS-OTHER-ROOT TO WS-ROOT-B
           END-IF.
           MOVE WS-ROOT-A TO RL-PARENT(WS-ROOT-B).
           ADD RL-GROUP-SIZE(WS-ROOT-B) TO RL-GROUP-SIZE(WS-ROOT-A).

       UNION-PARA-EXIT.
           EXIT.

      * Veze koje je sluzbenik potvrdio (Y) povezuju se uvijek, bez
      * obzira na danasnju ocjenu; uloga koje vise nema se preskace.
       APPLY-CLERK-LINKS-PARA.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT
               MOVE LT-RECORD(LNK-IDX) TO PARTY-LINK-RECORD
               IF PLK-SAME-PARTY
                   MOVE PLK-SOURCE-1 TO WS-FIND-SOURCE
                   MOVE PLK-KEY-1    TO WS-FIND-KEY
                   PERFORM FIND-ROLE-PARA THRU FIND-ROLE-PARA-EXIT
                   IF ENTRY-FOUND
                       MOVE WS-FOUND-IDX TO WS-ROLE-A
                       MOVE PLK-SOURCE-2 TO WS-FIND-SOURCE
                       MOVE PLK-KEY-2    TO WS-FIND-KEY
                       PERFORM FIND-ROLE-PARA
                               THRU FIND-ROLE-PARA-EXIT
                       IF ENTRY-FOUND
                           MOVE WS-FOUND-IDX TO WS-ROLE-B
                           MOVE PLK-SCORE TO WS-PAIR-SCORE
                           MOVE 'Y' TO WS-LINK-BY-CLERK
                           PERFORM UNION-PARA THRU UNION-PARA-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-CLERK-LINKS-PARA-EXIT.
           EXIT.

      * Brojevi osoba: grupa zadrzava najmanji stari broj svojih
      * uloga; grupa ciji je broj vec uzela ranija grupa (razdvojena
      * osoba) i grupa bez starog broja dobivaju novi broj. Uloga
      * koja mijenja broj ide u izvjestaj.
       ASSIGN-PARTIES-PARA.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-ROLE-COUNT
               IF RL-OLD-PARTY(RL-IDX) > 0
                   SET WS-FIND-IDX TO RL-IDX
                   PERFORM FIND-ROOT-PARA THRU FIND-ROOT-PARA-EXIT
                   IF RL-GROUP-ID(WS-ROOT) = 0
                       OR RL-OLD-PARTY(RL-IDX) < RL-GROUP-ID(WS-ROOT)
                       MOVE RL-OLD-PARTY(RL-IDX)
                           TO RL-GROUP-ID(WS-ROOT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ROOT FROM 1 BY 1
                   UNTIL WS-ROOT > WS-ROLE-COUNT
               IF RL-PARENT(WS-ROOT) = WS-ROOT
                   IF RL-GROUP-ID(WS-ROOT) > 0
                       PERFORM CHECK-SPLIT-PARA
                               THRU CHECK-SPLIT-PARA-EXIT
                   END-IF
                   IF RL-GROUP-ID(WS-ROOT) = 0
                       ADD 1 TO WS-MAX-PARTY-ID
                       MOVE WS-MAX-PARTY-ID TO RL-GROUP-ID(WS-ROOT)
                       ADD 1 TO NEW-PARTIES
                   END-IF
                   ADD 1 TO PARTY-COUNT
                   IF RL-GROUP-SIZE(WS-ROOT) > 1
                       ADD 1 TO MULTI-ROLE-PARTIES
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-ROLE-COUNT
               SET WS-FIND-IDX TO RL-IDX
               PERFORM FIND-ROOT-PARA THRU FIND-ROOT-PARA-EXIT
               MOVE RL-GROUP-ID(WS-ROOT) TO RL-PARTY-ID(RL-IDX)
               IF RL-OLD-PARTY(RL-IDX) > 0
                   AND RL-OLD-PARTY(RL-IDX) NOT = RL-PARTY-ID(RL-IDX)
                   ADD 1 TO MOVED-ROLES
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " RL-SOURCE(RL-IDX) " "
                          RL-KEY(RL-IDX) " MOVED FROM PARTY "
                          RL-OLD-PARTY(RL-IDX) " TO PARTY "
                          RL-PARTY-ID(RL-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
                   WRITE PARTY-REPORT-LINE
               END-IF
           END-PERFORM.

       ASSIGN-PARTIES-PARA-EXIT.
           EXIT.

      * Broj grupe WS-ROOT je vec uzela ranija grupa - sluzbenik je
      * razdvojio osobu ili su se podaci uloga promijenili.
       CHECK-SPLIT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-OTHER-ROOT FROM 1 BY 1
                   UNTIL WS-OTHER-ROOT >= WS-ROOT
               IF RL-PARENT(WS-OTHER-ROOT) = WS-OTHER-ROOT
                   AND RL-GROUP-ID(WS-OTHER-ROOT) =
                       RL-GROUP-ID(WS-ROOT)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               GO TO CHECK-SPLIT-PARA-EXIT
           END-IF.

           MOVE RL-GROUP-ID(WS-ROOT) TO WS-PREV-PARTY-ID.
           ADD 1 TO WS-MAX-PARTY-ID.
           MOVE WS-MAX-PARTY-ID TO RL-GROUP-ID(WS-ROOT).
           ADD 1 TO SPLIT-PARTIES.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  PARTY " WS-PREV-PARTY-ID " SPLIT - NEW PARTY "
                  WS-MAX-PARTY-ID
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.

       CHECK-SPLIT-PARA-EXIT.
           EXIT.

      * Ulazna procedura SORT-a - sve uloge s brojem osobe.
       RELEASE-ROLES-PARA.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-ROLE-COUNT
               MOVE RL-PARTY-ID(RL-IDX) TO SRT-PARTY-ID
               MOVE RL-SYSTEM(RL-IDX)   TO SRT-SYSTEM
               SET SRT-ROLE-IDX TO RL-IDX
               RELEASE SORT-RECORD
           END-PERFORM.

       RELEASE-ROLES-PARA-EXIT.
           EXIT.

      * Izlazna procedura SORT-a - novi indeks (PTYNEW) i popis osoba
      * s vise uloga.
       WRITE-INDEX-PARA.
           OPEN OUTPUT PARTY-INDEX-OUT.
           MOVE ZEROS TO WS-PREV-PARTY-ID.
           MOVE 'N' TO WS-SORT-EOF-FLAG.

           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK
                   AT END
                       SET END-OF-SORT TO TRUE
                   NOT AT END
                       PERFORM WRITE-INDEX-ENTRY-PARA
                               THRU WRITE-INDEX-ENTRY-PARA-EXIT
               END-RETURN
           END-PERFORM.

           CLOSE PARTY-INDEX-OUT.

       WRITE-INDEX-PARA-EXIT.
           EXIT.

       WRITE-INDEX-ENTRY-PARA.
           MOVE SRT-ROLE-IDX TO WS-FIND-IDX.
           PERFORM FIND-ROOT-PARA THRU FIND-ROOT-PARA-EXIT.
           MOVE SRT-ROLE-IDX TO WS-FIND-IDX.

           MOVE SPACES TO PARTY-INDEX-RECORD.
           MOVE RL-PARTY-ID(WS-FIND-IDX) TO PTY-PARTY-ID.
           MOVE RL-SYSTEM(WS-FIND-IDX)   TO PTY-SYSTEM.
           MOVE RL-SOURCE(WS-FIND-IDX)   TO PTY-SOURCE.
           MOVE RL-KEY(WS-FIND-IDX)      TO PTY-SOURCE-KEY.
           MOVE RL-NAME(WS-FIND-IDX)     TO PTY-NAME.
           MOVE RL-CONTACT(WS-FIND-IDX)  TO PTY-CONTACT.
           EVALUATE TRUE
               WHEN RL-GROUP-SIZE(WS-ROOT) = 1
                   SET PTY-SINGLE TO TRUE
               WHEN RL-CLERK-LINKED(WS-FIND-IDX)
                   SET PTY-CLERK-LINKED TO TRUE
               WHEN OTHER
                   SET PTY-AUTO-LINKED TO TRUE
           END-EVALUATE.
           MOVE RL-SCORE(WS-FIND-IDX)    TO PTY-SCORE.
           MOVE WS-RUN-DATE-NUM          TO PTY-BUILD-DATE.
           WRITE PARTY-INDEX-OUT-RECORD FROM PARTY-INDEX-RECORD.

           IF RL-GROUP-SIZE(WS-ROOT) > 1
               IF PTY-PARTY-ID NOT = WS-PREV-PARTY-ID
                   MOVE PTY-PARTY-ID TO WS-PREV-PARTY-ID
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  PARTY " PTY-PARTY-ID "  ROLES: "
                          RL-GROUP-SIZE(WS-ROOT)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
                   WRITE PARTY-REPORT-LINE
               END-IF
               MOVE PTY-SCORE TO WS-SCORE-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "    " PTY-SYSTEM " " PTY-SOURCE " "
                      PTY-SOURCE-KEY " " PTY-NAME " "
                      PTY-MATCH " " WS-SCORE-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE
               WRITE PARTY-REPORT-LINE
           END-IF.

       WRITE-INDEX-ENTRY-PARA-EXIT.
           EXIT.

      * Registar odluka sluzbenika za iduce pokretanje (PTYLNKO).
       WRITE-LINKS-PARA.
           OPEN OUTPUT LINK-REGISTER-OUT.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT
               WRITE LINK-REGISTER-OUT-RECORD FROM LT-RECORD(LNK-IDX)
           END-PERFORM.
           CLOSE LINK-REGISTER-OUT.

       WRITE-LINKS-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ROLES: " TOTAL-ROLES
                  "  LIBRARY: " MEMBER-ROLES
                  "  BANK: " CUSTOMER-ROLES
                  "  DOGS: " DOG-OWNER-ROLES
                  "  ASSETS: " ASSET-OWNER-ROLES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PARTIES: " PARTY-COUNT
                  "  WITH MORE THAN ONE ROLE: " MULTI-ROLE-PARTIES
                  "  NEW: " NEW-PARTIES
                  "  SPLIT: " SPLIT-PARTIES
                  "  ROLES MOVED: " MOVED-ROLES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "AUTO LINKS: " AUTO-LINKS
                  "  CLERK LINKS: " CLERK-LINKS
                  "  KEPT APART BY CLERK: " KEPT-APART
                  "  PAIRS FOR REVIEW: " REVIEW-PAIRS
                  "  DUPLICATES IN MASTER: " DUPLICATE-PAIRS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CLERK DECISIONS READ: " DECISIONS-READ
                  "  STORED: " DECISIONS-STORED
                  "  IGNORED: " DECISIONS-IGNORED
                  "  REGISTER SIZE: " WS-LINK-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PARTY-REPORT-LINE.
           WRITE PARTY-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "PARTYBLD"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-ROLES TO ALOG-RECORD-COUNT
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
