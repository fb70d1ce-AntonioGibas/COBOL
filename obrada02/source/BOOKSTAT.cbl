       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKSTAT.

      ******************************************************************
      * BOOKSTAT - Godisnji statisticki izvjestaj knjiznice za         *
      *            ministarstvo kulture. Za zadanu godinu (PARM        *
      *            YEAR=YYYY, default prosla godina) zbraja: fond po   *
      *            zanru na kraju godine, prirast i otpis po zanru,    *
      *            aktivne clanove po kategoriji, posudbe po           *
      *            poslovnici i naslove periodike koji su se tijekom   *
      *            godine primali. Izvori su BOOK-VSAM (zanr naslova), *
      *            COPY-VSAM (zivi primjerci), MEMBFL, SUBSFL,         *
      *            cirkulacijska povijest CIRHST (CHECKOUT, LOST,      *
      *            DAMAGED) i registar prirasta i otpisa ACCREG (vidi  *
      *            obrada02/copylib/ACCREG). Fond na kraju godine se   *
      *            racuna iz danasnjeg stanja COPY-VSAM-a: primjerci   *
      *            prirasli nakon te godine se oduzimaju, a otpisani   *
      *            nakon nje se vracaju. Izvjestaj ide u STATOUT u     *
      *            propisanom fiksnom formatu ministarstva (zaglavlje  *
      *            H, stavke D, zakljucni slog T s brojem stavki i     *
      *            kontrolnim zbrojevima po odjeljku), a STATRPT je    *
      *            citljiva verzija s mjestom za potpis ravnatelja.    *
      *            Sifru knjiznice u registru ministarstva daje PARM   *
      *            LIBCODE=.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SUBS-MASTER ASSIGN TO SUBSFL
                  ORGANIZATION IS SEQUENTIAL.

      * Trajna cirkulacijska povijest i registar prirasta i otpisa -
      * OPTIONAL, knjiznica koja ih jos nema dobiva nule.
           SELECT OPTIONAL CIRC-HISTORY ASSIGN TO CIRHST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ACCESSION-REGISTER ASSIGN TO ACCREG
                  ORGANIZATION IS SEQUENTIAL.

      * Izvjestaj u fiksnom formatu ministarstva (80 znakova).
           SELECT STATS-RETURN ASSIGN TO STATOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT STATS-REPORT ASSIGN TO STATRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-VSAM.
           COPY BOOKDET.

       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD MEMBER-FILE.
           COPY MEMBER.

       FD SUBS-MASTER.
           COPY SUBSREC.

       FD CIRC-HISTORY.
           COPY CIRCHST.

       FD ACCESSION-REGISTER.
           COPY ACCREG.

      * Propisani slogovi ministarstva - tip sloga u prvom znaku:
      * H = zaglavlje, D = stavka, T = zakljucni slog.
       FD STATS-RETURN.
       01 RETURN-HEADER-RECORD.
           05 RTH-REC-TYPE          PIC X.
           05 RTH-FORM-ID           PIC X(6).
           05 RTH-LIBRARY-CODE      PIC X(8).
           05 RTH-YEAR              PIC 9(4).
           05 RTH-CREATED-DATE      PIC 9(8).
           05 RTH-RUN-NUMBER        PIC 9(6).
           05 FILLER                PIC X(47).
      * Odjeljak: STCK fond po zanru, ADDN prirast po zanru, WDRN
      * otpis po zanru, MEMB aktivni clanovi po kategoriji, LOAN
      * posudbe po poslovnici, SERL naslovi periodike po ucestalosti.
       01 RETURN-DETAIL-RECORD.
           05 RTD-REC-TYPE          PIC X.
           05 RTD-SECTION           PIC X(4).
           05 RTD-ITEM-KEY          PIC X(20).
           05 RTD-VALUE             PIC 9(9).
           05 FILLER                PIC X(46).
       01 RETURN-TRAILER-RECORD.
           05 RTT-REC-TYPE          PIC X.
           05 RTT-DETAIL-COUNT      PIC 9(7).
           05 RTT-STOCK-TOTAL       PIC 9(9).
           05 RTT-ADDITION-TOTAL    PIC 9(9).
           05 RTT-WITHDRAWAL-TOTAL  PIC 9(9).
           05 RTT-MEMBER-TOTAL      PIC 9(9).
           05 RTT-LOAN-TOTAL        PIC 9(9).
           05 RTT-SERIAL-TOTAL      PIC 9(9).
           05 FILLER                PIC X(18).

       FD STATS-REPORT.
       01 STATS-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 COPY-STATUS     PIC XX.
           88 COPY-OK      VALUE "00".

       01 WS-COPY-EOF      PIC X VALUE 'N'.
           88 END-OF-COPIES VALUE 'Y'.
       01 WS-REGISTER-EOF  PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-HISTORY-EOF   PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-MEMBER-EOF    PIC X VALUE 'N'.
           88 END-OF-MEMBERS VALUE 'Y'.
       01 WS-SUBS-EOF      PIC X VALUE 'N'.
           88 END-OF-SUBS   VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.

      * Izvjestajna godina - PARM YEAR=YYYY, default prosla godina.
       01 WS-REPORT-YEAR   PIC X(4) VALUE SPACES.
       01 WS-YEAR-NUM      PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-START    PIC 9(8) VALUE ZEROS.
       01 WS-YEAR-END      PIC 9(8) VALUE ZEROS.

      * Sifra knjiznice u registru ministarstva - PARM LIBCODE=.
       01 WS-LIBRARY-CODE  PIC X(8) VALUE SPACES.

      * Fond, prirast i otpis po zanru. GS-LATER-* su promjene nakon
      * izvjestajne godine - njima se danasnje stanje COPY-VSAM-a
      * vraca na stanje 31.12.
       01 WS-MAX-GENRES    PIC 9(3) VALUE 100.
       01 WS-GENRE-COUNT   PIC 9(3) VALUE 0.
       01 GENRE-STATS-TABLE.
           02 GENRE-STATS-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON WS-GENRE-COUNT
                                 INDEXED BY GEN-IDX.
              03 GS-GENRE          PIC X(20).
              03 GS-LIVE-COPIES    PIC 9(7).
              03 GS-ADDED          PIC 9(7).
              03 GS-WITHDRAWN      PIC 9(7).
              03 GS-LATER-ADDED    PIC 9(7).
              03 GS-LATER-WITHDRAWN PIC 9(7).
              03 GS-YEAR-END-STOCK PIC 9(7).

      * Posudbe (CHECKOUT akcije) po poslovnici.
       01 WS-MAX-BRANCHES  PIC 9(3) VALUE 50.
       01 WS-BRANCH-COUNT  PIC 9(3) VALUE 0.
       01 BRANCH-LOAN-TABLE.
           02 BRANCH-LOAN-ENTRY OCCURS 1 TO 50 TIMES
                                 DEPENDING ON WS-BRANCH-COUNT
                                 INDEXED BY BRL-IDX.
              03 BL-BRANCH       PIC X(3).
              03 BL-LOANS        PIC 9(7).

      * Aktivni clanovi po kategoriji (MBR-CATEGORY) - OTHER skuplja
      * nepoznate sifre.
       01 MEMBER-CATEGORY-COUNTS.
           05 MC-ADULT         PIC 9(7) VALUE ZEROS.
           05 MC-CHILD         PIC 9(7) VALUE ZEROS.
           05 MC-PENSIONER     PIC 9(7) VALUE ZEROS.
           05 MC-INSTITUTION   PIC 9(7) VALUE ZEROS.
           05 MC-OTHER         PIC 9(7) VALUE ZEROS.

      * Naslovi periodike po ucestalosti (SUB-FREQUENCY).
       01 SERIAL-FREQUENCY-COUNTS.
           05 SF-WEEKLY        PIC 9(7) VALUE ZEROS.
           05 SF-MONTHLY       PIC 9(7) VALUE ZEROS.
           05 SF-QUARTERLY     PIC 9(7) VALUE ZEROS.
           05 SF-OTHER         PIC 9(7) VALUE ZEROS.

      * Kontrolni zbrojevi po odjeljku - idu u zakljucni slog.
       01 WS-DETAIL-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-STOCK-TOTAL       PIC 9(9) VALUE ZEROS.
       01 WS-ADDITION-TOTAL    PIC 9(9) VALUE ZEROS.
       01 WS-WITHDRAWAL-TOTAL  PIC 9(9) VALUE ZEROS.
       01 WS-MEMBER-TOTAL      PIC 9(9) VALUE ZEROS.
       01 WS-LOAN-TOTAL        PIC 9(9) VALUE ZEROS.
       01 WS-SERIAL-TOTAL      PIC 9(9) VALUE ZEROS.
       01 WS-SECTION-TOTAL     PIC 9(9) VALUE ZEROS.

      * Jedna stavka za WRITE-DETAIL-PARA.
       01 WS-DETAIL-SECTION    PIC X(4) VALUE SPACES.
       01 WS-DETAIL-KEY        PIC X(20) VALUE SPACES.
       01 WS-DETAIL-VALUE      PIC 9(9) VALUE ZEROS.
       01 WS-SECTION-TITLE     PIC X(60) VALUE SPACES.
       01 WS-EDIT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       01 WS-LOOKUP-GENRE      PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-FOUND-FLAG        PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01 WS-FOUND-IDX         PIC 9(3) VALUE ZEROS.
       01 WS-LAST-BOOK-ID      PIC 9(5) VALUE ZEROS.
       01 WS-STOCK-WORK        PIC S9(9) VALUE ZEROS.

       01 COPIES-READ          PIC 9(7) VALUE ZEROS.
       01 REGISTER-READ        PIC 9(7) VALUE ZEROS.
       01 HISTORY-READ         PIC 9(7) VALUE ZEROS.
       01 MEMBERS-READ         PIC 9(7) VALUE ZEROS.
       01 SUBS-READ            PIC 9(7) VALUE ZEROS.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (nema
      * sifre knjiznice), 8=greska u PARM-u, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM = (WS-ST-YEAR * 10000)
                                     + (WS-ST-MONTH * 100)
                                     + WS-ST-DAY.

           COMPUTE WS-YEAR-NUM = WS-ST-YEAR - 1.
           MOVE WS-YEAR-NUM TO WS-REPORT-YEAR.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           IF WS-REPORT-YEAR IS NOT NUMERIC
                   OR WS-REPORT-YEAR > WS-ST-YEAR
               DISPLAY "BOOKSTAT: INVALID REPORT YEAR "
                       WS-REPORT-YEAR
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           MOVE WS-REPORT-YEAR TO WS-YEAR-NUM.
           COMPUTE WS-YEAR-START = (WS-YEAR-NUM * 10000) + 101.
           COMPUTE WS-YEAR-END   = (WS-YEAR-NUM * 10000) + 1231.

           IF WS-LIBRARY-CODE = SPACES
               DISPLAY "BOOKSTAT: NO LIBCODE= GIVEN, HEADER LIBRARY "
                       "CODE LEFT BLANK"
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT BOOK-VSAM.
           OPEN INPUT COPY-VSAM.
           OPEN INPUT MEMBER-FILE.
           OPEN INPUT SUBS-MASTER.
           OPEN INPUT CIRC-HISTORY.
           OPEN INPUT ACCESSION-REGISTER.
           OPEN OUTPUT STATS-RETURN.
           OPEN OUTPUT STATS-REPORT.

           PERFORM TALLY-STOCK-PARA THRU TALLY-STOCK-PARA-EXIT.
           PERFORM TALLY-REGISTER-PARA THRU TALLY-REGISTER-PARA-EXIT.
           PERFORM TALLY-HISTORY-PARA THRU TALLY-HISTORY-PARA-EXIT.
           PERFORM TALLY-MEMBERS-PARA THRU TALLY-MEMBERS-PARA-EXIT.
           PERFORM TALLY-SERIALS-PARA THRU TALLY-SERIALS-PARA-EXIT.
           PERFORM YEAR-END-STOCK-PARA THRU YEAR-END-STOCK-PARA-EXIT.

           PERFORM WRITE-HEADER-PARA THRU WRITE-HEADER-PARA-EXIT.
           PERFORM WRITE-GENRE-SECTIONS-PARA
                   THRU WRITE-GENRE-SECTIONS-PARA-EXIT.
           PERFORM WRITE-MEMBER-SECTION-PARA
                   THRU WRITE-MEMBER-SECTION-PARA-EXIT.
           PERFORM WRITE-LOAN-SECTION-PARA
                   THRU WRITE-LOAN-SECTION-PARA-EXIT.
           PERFORM WRITE-SERIAL-SECTION-PARA
                   THRU WRITE-SERIAL-SECTION-PARA-EXIT.
           PERFORM WRITE-TRAILER-PARA THRU WRITE-TRAILER-PARA-EXIT.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE BOOK-VSAM.
           CLOSE COPY-VSAM.
           CLOSE MEMBER-FILE.
           CLOSE SUBS-MASTER.
           CLOSE CIRC-HISTORY.
           CLOSE ACCESSION-REGISTER.
           CLOSE STATS-RETURN.
           CLOSE STATS-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "YEAR=2025,LIBCODE=HR010203", i puni KEYWORD-TABLE -
      * vidi TASK5C.
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

      * Trazi YEAR= i LIBCODE= u KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "YEAR"
                           MOVE KW-VALUE(KW-IDX) TO WS-REPORT-YEAR
                       WHEN "LIBCODE"
                           MOVE KW-VALUE(KW-IDX) TO WS-LIBRARY-CODE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * Danasnji zivi primjerci (svi osim povucenih, W) po zanru
      * naslova; zanr se cita iz BOOK-VSAM jednom po naslovu, jer
      * COPY-VSAM ide redom kljuca (naslov + primjerak).
       TALLY-STOCK-PARA.
           MOVE ZEROS TO WS-LAST-BOOK-ID.
           MOVE "(UNKNOWN)" TO WS-LOOKUP-GENRE.

           READ COPY-VSAM NEXT RECORD
               AT END SET END-OF-COPIES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COPIES
               ADD 1 TO COPIES-READ
               IF NOT BC-WITHDRAWN
                   IF BC-BOOK-ID NOT = WS-LAST-BOOK-ID
                       MOVE BC-BOOK-ID TO WS-LAST-BOOK-ID
                       PERFORM READ-BOOK-GENRE-PARA
                               THRU READ-BOOK-GENRE-PARA-EXIT
                   END-IF
                   PERFORM FIND-GENRE-PARA THRU FIND-GENRE-PARA-EXIT
                   IF ENTRY-FOUND
                       ADD 1 TO GS-LIVE-COPIES(WS-FOUND-IDX)
                   END-IF
               END-IF
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPIES TO TRUE
               END-READ
           END-PERFORM.

       TALLY-STOCK-PARA-EXIT.
           EXIT.

      * Zanr naslova WS-LAST-BOOK-ID u WS-LOOKUP-GENRE; naslov kojeg
      * nema na masteru ide pod "(UNKNOWN)", kao u CIRCMON-u.
       READ-BOOK-GENRE-PARA.
           MOVE WS-LAST-BOOK-ID TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   MOVE "(UNKNOWN)" TO BD-GENRE
           END-READ.
           IF BD-GENRE = SPACES
               MOVE "(UNKNOWN)" TO BD-GENRE
           END-IF.
           MOVE BD-GENRE TO WS-LOOKUP-GENRE.

       READ-BOOK-GENRE-PARA-EXIT.
           EXIT.

      * Registar prirasta i otpisa - zapisi iz izvjestajne godine su
      * prirast/otpis, a zapisi nakon nje ispravljaju danasnji fond
      * na stanje 31.12.
       TALLY-REGISTER-PARA.
           READ ACCESSION-REGISTER
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               ADD 1 TO REGISTER-READ
               IF ACR-DATE >= WS-YEAR-START
                   MOVE ACR-GENRE TO WS-LOOKUP-GENRE
                   IF WS-LOOKUP-GENRE = SPACES
                       MOVE "(UNKNOWN)" TO WS-LOOKUP-GENRE
                   END-IF
                   PERFORM FIND-GENRE-PARA THRU FIND-GENRE-PARA-EXIT
                   IF ENTRY-FOUND
                       PERFORM TALLY-REGISTER-ENTRY-PARA
                               THRU TALLY-REGISTER-ENTRY-PARA-EXIT
                   END-IF
               END-IF
               READ ACCESSION-REGISTER
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

       TALLY-REGISTER-PARA-EXIT.
           EXIT.

       TALLY-REGISTER-ENTRY-PARA.
           EVALUATE TRUE
               WHEN ACR-IS-ADDITION AND ACR-DATE <= WS-YEAR-END
                   ADD 1 TO GS-ADDED(WS-FOUND-IDX)
               WHEN ACR-IS-ADDITION
                   ADD 1 TO GS-LATER-ADDED(WS-FOUND-IDX)
               WHEN ACR-IS-REMOVAL AND ACR-DATE <= WS-YEAR-END
                   ADD 1 TO GS-WITHDRAWN(WS-FOUND-IDX)
               WHEN ACR-IS-REMOVAL
                   ADD 1 TO GS-LATER-WITHDRAWN(WS-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-REGISTER-ENTRY-PARA-EXIT.
           EXIT.

      * Cirkulacijska povijest - CHECKOUT iz izvjestajne godine je
      * posudba poslovnice CHR-BRANCH; LOST i DAMAGED su otpis (u
      * godini) odnosno ispravak fonda (nakon nje).
       TALLY-HISTORY-PARA.
           READ CIRC-HISTORY
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               ADD 1 TO HISTORY-READ
               IF CHR-RUN-DATE >= WS-YEAR-START
                   EVALUATE CHR-ACTION
                       WHEN "CHECKOUT"
                           IF CHR-RUN-DATE <= WS-YEAR-END
                               PERFORM TALLY-LOAN-PARA
                                       THRU TALLY-LOAN-PARA-EXIT
                           END-IF
                       WHEN "LOST"
                       WHEN "DAMAGED"
                           PERFORM TALLY-LOSS-PARA
                                   THRU TALLY-LOSS-PARA-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ CIRC-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

       TALLY-HISTORY-PARA-EXIT.
           EXIT.

       TALLY-LOAN-PARA.
           MOVE CHR-BRANCH TO WS-LOOKUP-BRANCH.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING BRL-IDX FROM 1 BY 1
                   UNTIL BRL-IDX > WS-BRANCH-COUNT
               IF BL-BRANCH(BRL-IDX) = WS-LOOKUP-BRANCH
                   SET ENTRY-FOUND TO TRUE
                   ADD 1 TO BL-LOANS(BRL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-BRANCH-COUNT < WS-MAX-BRANCHES
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-LOOKUP-BRANCH TO BL-BRANCH(WS-BRANCH-COUNT)
               MOVE 1 TO BL-LOANS(WS-BRANCH-COUNT)
           END-IF.

       TALLY-LOAN-PARA-EXIT.
           EXIT.

       TALLY-LOSS-PARA.
           MOVE CHR-BOOK-ID TO WS-LAST-BOOK-ID.
           PERFORM READ-BOOK-GENRE-PARA THRU READ-BOOK-GENRE-PARA-EXIT.
           PERFORM FIND-GENRE-PARA THRU FIND-GENRE-PARA-EXIT.
           IF NOT ENTRY-FOUND
               GO TO TALLY-LOSS-PARA-EXIT
           END-IF.

           IF CHR-RUN-DATE <= WS-YEAR-END
               ADD 1 TO GS-WITHDRAWN(WS-FOUND-IDX)
           ELSE
               ADD 1 TO GS-LATER-WITHDRAWN(WS-FOUND-IDX)
           END-IF.

       TALLY-LOSS-PARA-EXIT.
           EXIT.

      * Trazi WS-LOOKUP-GENRE u tablici zanrova i vraca WS-FOUND-IDX;
      * novi zanr se dodaje s nulama dok ima mjesta.
       FIND-GENRE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GENRE-COUNT
               IF GS-GENRE(GEN-IDX) = WS-LOOKUP-GENRE
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO GEN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-GENRE-COUNT < WS-MAX-GENRES
               ADD 1 TO WS-GENRE-COUNT
               MOVE WS-LOOKUP-GENRE TO GS-GENRE(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-LIVE-COPIES(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-ADDED(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-WITHDRAWN(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-LATER-ADDED(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-LATER-WITHDRAWN(WS-GENRE-COUNT)
               MOVE ZEROS TO GS-YEAR-END-STOCK(WS-GENRE-COUNT)
               MOVE WS-GENRE-COUNT TO WS-FOUND-IDX
               SET ENTRY-FOUND TO TRUE
           END-IF.

       FIND-GENRE-PARA-EXIT.
           EXIT.

      * Aktivni clan je MBR-ACTIVE ciji clanski status nije istekao
      * prije pocetka izvjestajne godine (nula = datum jos nije
      * dodijeljen, vidi MEMBER).
       TALLY-MEMBERS-PARA.
           READ MEMBER-FILE
               AT END SET END-OF-MEMBERS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MEMBERS
               ADD 1 TO MEMBERS-READ
               IF MBR-ACTIVE
                       AND (MBR-EXPIRY-DATE = ZEROS
                            OR MBR-EXPIRY-DATE >= WS-YEAR-START)
                   EVALUATE TRUE
                       WHEN MBR-CAT-ADULT
                           ADD 1 TO MC-ADULT
                       WHEN MBR-CAT-CHILD
                           ADD 1 TO MC-CHILD
                       WHEN MBR-CAT-PENSIONER
                           ADD 1 TO MC-PENSIONER
                       WHEN MBR-CAT-INSTITUTION
                           ADD 1 TO MC-INSTITUTION
                       WHEN OTHER
                           ADD 1 TO MC-OTHER
                   END-EVALUATE
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM.

       TALLY-MEMBERS-PARA-EXIT.
           EXIT.

      * Naslov periodike se broji ako se pretplata preklapa s
      * izvjestajnom godinom (SUB-END-DATE nula = otvorena).
       TALLY-SERIALS-PARA.
           READ SUBS-MASTER
               AT END SET END-OF-SUBS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SUBS
               ADD 1 TO SUBS-READ
               IF SUB-START-DATE <= WS-YEAR-END
                       AND (SUB-END-DATE = ZEROS
                            OR SUB-END-DATE >= WS-YEAR-START)
                   EVALUATE TRUE
                       WHEN SUB-WEEKLY
                           ADD 1 TO SF-WEEKLY
                       WHEN SUB-MONTHLY
                           ADD 1 TO SF-MONTHLY
                       WHEN SUB-QUARTERLY
                           ADD 1 TO SF-QUARTERLY
                       WHEN OTHER
                           ADD 1 TO SF-OTHER
                   END-EVALUATE
               END-IF
               READ SUBS-MASTER
                   AT END SET END-OF-SUBS TO TRUE
               END-READ
           END-PERFORM.

       TALLY-SERIALS-PARA-EXIT.
           EXIT.

      * Fond 31.12. = danasnji zivi primjerci - prirast nakon godine
      * + otpis nakon godine.
       YEAR-END-STOCK-PARA.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GENRE-COUNT
               COMPUTE WS-STOCK-WORK = GS-LIVE-COPIES(GEN-IDX)
                                     - GS-LATER-ADDED(GEN-IDX)
                                     + GS-LATER-WITHDRAWN(GEN-IDX)
               IF WS-STOCK-WORK < 0
                   MOVE 0 TO WS-STOCK-WORK
               END-IF
               MOVE WS-STOCK-WORK TO GS-YEAR-END-STOCK(GEN-IDX)
           END-PERFORM.

       YEAR-END-STOCK-PARA-EXIT.
           EXIT.

       WRITE-HEADER-PARA.
           MOVE SPACES TO RETURN-HEADER-RECORD.
           MOVE "H"              TO RTH-REC-TYPE.
           MOVE "KNJSTA"         TO RTH-FORM-ID.
           MOVE WS-LIBRARY-CODE  TO RTH-LIBRARY-CODE.
           MOVE WS-YEAR-NUM      TO RTH-YEAR.
           MOVE WS-TODAY-DATE-NUM TO RTH-CREATED-DATE.
           MOVE WS-RUN-NUMBER    TO RTH-RUN-NUMBER.
           WRITE RETURN-HEADER-RECORD.

           MOVE "ANNUAL LIBRARY STATISTICS RETURN - MINISTRY OF CULTURE"
               TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LIBRARY CODE: " WS-LIBRARY-CODE
                  "  REPORT YEAR: " WS-YEAR-NUM
                  "  RUN DATE/TIME: " WS-START-TIMESTAMP
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

       WRITE-HEADER-PARA-EXIT.
           EXIT.

      * Fond na kraju godine, prirast i otpis - po jedna stavka za
      * svaki zanr s vrijednoscu vecom od nule.
       WRITE-GENRE-SECTIONS-PARA.
           MOVE "STCK" TO WS-DETAIL-SECTION.
           MOVE "1. STOCK BY GENRE - COPIES HELD AT YEAR END"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GENRE-COUNT
               IF GS-YEAR-END-STOCK(GEN-IDX) > 0
                   MOVE GS-GENRE(GEN-IDX) TO WS-DETAIL-KEY
                   MOVE GS-YEAR-END-STOCK(GEN-IDX) TO WS-DETAIL-VALUE
                   PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-SECTION-TOTAL TO WS-STOCK-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

           MOVE "ADDN" TO WS-DETAIL-SECTION.
           MOVE "2. ADDITIONS BY GENRE - COPIES ACCESSIONED IN YEAR"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GENRE-COUNT
               IF GS-ADDED(GEN-IDX) > 0
                   MOVE GS-GENRE(GEN-IDX) TO WS-DETAIL-KEY
                   MOVE GS-ADDED(GEN-IDX) TO WS-DETAIL-VALUE
                   PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-SECTION-TOTAL TO WS-ADDITION-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

           MOVE "WDRN" TO WS-DETAIL-SECTION.
           MOVE "3. WITHDRAWALS BY GENRE - REMOVED, LOST OR DAMAGED"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GENRE-COUNT
               IF GS-WITHDRAWN(GEN-IDX) > 0
                   MOVE GS-GENRE(GEN-IDX) TO WS-DETAIL-KEY
                   MOVE GS-WITHDRAWN(GEN-IDX) TO WS-DETAIL-VALUE
                   PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-SECTION-TOTAL TO WS-WITHDRAWAL-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

       WRITE-GENRE-SECTIONS-PARA-EXIT.
           EXIT.

      * Aktivni clanovi - cetiri propisane kategorije uvijek, OTHER
      * samo ako ga ima.
       WRITE-MEMBER-SECTION-PARA.
           MOVE "MEMB" TO WS-DETAIL-SECTION.
           MOVE "4. ACTIVE MEMBERS BY CATEGORY" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.

           MOVE "ADULT" TO WS-DETAIL-KEY.
           MOVE MC-ADULT TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           MOVE "CHILD" TO WS-DETAIL-KEY.
           MOVE MC-CHILD TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           MOVE "PENSIONER" TO WS-DETAIL-KEY.
           MOVE MC-PENSIONER TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           MOVE "INSTITUTION" TO WS-DETAIL-KEY.
           MOVE MC-INSTITUTION TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           IF MC-OTHER > 0
               MOVE "OTHER" TO WS-DETAIL-KEY
               MOVE MC-OTHER TO WS-DETAIL-VALUE
               PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
           END-IF.

           MOVE WS-SECTION-TOTAL TO WS-MEMBER-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

       WRITE-MEMBER-SECTION-PARA-EXIT.
           EXIT.

       WRITE-LOAN-SECTION-PARA.
           MOVE "LOAN" TO WS-DETAIL-SECTION.
           MOVE "5. LOANS BY BRANCH" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.
           PERFORM VARYING BRL-IDX FROM 1 BY 1
                   UNTIL BRL-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO WS-DETAIL-KEY
               STRING "BRANCH " BL-BRANCH(BRL-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL-KEY
               MOVE BL-LOANS(BRL-IDX) TO WS-DETAIL-VALUE
               PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
           END-PERFORM.
           MOVE WS-SECTION-TOTAL TO WS-LOAN-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

       WRITE-LOAN-SECTION-PARA-EXIT.
           EXIT.

       WRITE-SERIAL-SECTION-PARA.
           MOVE "SERL" TO WS-DETAIL-SECTION.
           MOVE "6. SERIAL TITLES HELD BY FREQUENCY"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA
                   THRU WRITE-SECTION-HEAD-PARA-EXIT.

           MOVE "WEEKLY" TO WS-DETAIL-KEY.
           MOVE SF-WEEKLY TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           MOVE "MONTHLY" TO WS-DETAIL-KEY.
           MOVE SF-MONTHLY TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           MOVE "QUARTERLY" TO WS-DETAIL-KEY.
           MOVE SF-QUARTERLY TO WS-DETAIL-VALUE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
           IF SF-OTHER > 0
               MOVE "OTHER" TO WS-DETAIL-KEY
               MOVE SF-OTHER TO WS-DETAIL-VALUE
               PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT
           END-IF.

           MOVE WS-SECTION-TOTAL TO WS-SERIAL-TOTAL.
           PERFORM WRITE-SECTION-TOTAL-PARA
                   THRU WRITE-SECTION-TOTAL-PARA-EXIT.

       WRITE-SERIAL-SECTION-PARA-EXIT.
           EXIT.

       WRITE-SECTION-HEAD-PARA.
           MOVE ZEROS TO WS-SECTION-TOTAL.
           MOVE SPACES TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

       WRITE-SECTION-HEAD-PARA-EXIT.
           EXIT.

      * Jedna D stavka u STATOUT i isti red u citljivoj verziji.
       WRITE-DETAIL-PARA.
           MOVE SPACES TO RETURN-DETAIL-RECORD.
           MOVE "D"               TO RTD-REC-TYPE.
           MOVE WS-DETAIL-SECTION TO RTD-SECTION.
           MOVE WS-DETAIL-KEY     TO RTD-ITEM-KEY.
           MOVE WS-DETAIL-VALUE   TO RTD-VALUE.
           WRITE RETURN-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-DETAIL-VALUE TO WS-SECTION-TOTAL.

           MOVE WS-DETAIL-VALUE TO WS-EDIT-VALUE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " WS-DETAIL-KEY "  " WS-EDIT-VALUE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

       WRITE-DETAIL-PARA-EXIT.
           EXIT.

       WRITE-SECTION-TOTAL-PARA.
           MOVE WS-SECTION-TOTAL TO WS-EDIT-VALUE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    TOTAL                 " WS-EDIT-VALUE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

       WRITE-SECTION-TOTAL-PARA-EXIT.
           EXIT.

      * Zakljucni slog s brojem D stavki i kontrolnim zbrojem svakog
      * odjeljka, te kontrolni zbrojevi i mjesto za potpis u
      * citljivoj verziji.
       WRITE-TRAILER-PARA.
           MOVE SPACES TO RETURN-TRAILER-RECORD.
           MOVE "T"                 TO RTT-REC-TYPE.
           MOVE WS-DETAIL-COUNT     TO RTT-DETAIL-COUNT.
           MOVE WS-STOCK-TOTAL      TO RTT-STOCK-TOTAL.
           MOVE WS-ADDITION-TOTAL   TO RTT-ADDITION-TOTAL.
           MOVE WS-WITHDRAWAL-TOTAL TO RTT-WITHDRAWAL-TOTAL.
           MOVE WS-MEMBER-TOTAL     TO RTT-MEMBER-TOTAL.
           MOVE WS-LOAN-TOTAL       TO RTT-LOAN-TOTAL.
           MOVE WS-SERIAL-TOTAL     TO RTT-SERIAL-TOTAL.
           WRITE RETURN-TRAILER-RECORD.

           MOVE SPACES TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    DETAIL RECORDS: " WS-DETAIL-COUNT
                  "  STOCK: " WS-STOCK-TOTAL
                  "  ADDITIONS: " WS-ADDITION-TOTAL
                  "  WITHDRAWALS: " WS-WITHDRAWAL-TOTAL
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    MEMBERS: " WS-MEMBER-TOTAL
                  "  LOANS: " WS-LOAN-TOTAL
                  "  SERIAL TITLES: " WS-SERIAL-TOTAL
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    SOURCE RECORDS READ - COPIES: " COPIES-READ
                  "  REGISTER: " REGISTER-READ
                  "  HISTORY: " HISTORY-READ
                  "  MEMBERS: " MEMBERS-READ
                  "  SUBSCRIPTIONS: " SUBS-READ
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

           MOVE SPACES TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE "PREPARED BY: ______________________________"
               TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE SPACES TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE "LIBRARY DIRECTOR: ______________________________"
               TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE SPACES TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.
           MOVE "DATE: ______________   (SEAL)" TO STATS-REPORT-LINE.
           WRITE STATS-REPORT-LINE.

       WRITE-TRAILER-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "BOOKSTAT"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WS-DETAIL-COUNT TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE = 0
               MOVE "OK" TO ALOG-STATUS
           ELSE
               MOVE "WARNING" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
