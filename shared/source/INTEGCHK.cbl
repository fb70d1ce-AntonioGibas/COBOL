      ******************************************************************
      *    INTEGCHK - Tjedna provjera referencijalnog integriteta      *
      *               preko svih mastera. Tablica provjera (CHECK-     *
      *               DEFINITIONS) vodi odnose podredjeni ->           *
      *               nadredjeni skup: primjerci COPY-VSAM bez naslova *
      *               u BOOK-VSAM, rezervacije HOLD-VSAM clanova koji  *
      *               nisu aktivni u MEMBFL, markice TAG-VSAM psa      *
      *               kojeg nema u DOG-VSAM, veze CUSTLNK na zatvorene *
      *               racune ACCTFL, dodjele LICASN rashodovanim       *
      *               racunalima (CMPFL), vozila STK-VSAM ciji model   *
      *               vise nije u CAR-VSAM i aktivni ugovori SPNSFL    *
      *               ugasenih timova (TEAM-VSAM). Izvjestaj INTGRPT   *
      *               daje siroce po odnosu s brojem i kljucevima      *
      *               (PARM LIST=nnn kljuceva, default 50); brojevi se *
      *               cuvaju u INTGPRV/INTGNEW i run zavrsava s RC=4   *
      *               kad neki broj naraste od proslog pokretanja.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Knjiznica - primjerci prema naslovima, rezervacije prema
      * clanovima.
           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT BOOK-VSAM ASSIGN TO BOOKVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS BOOK-STATUS.

           SELECT HOLD-VSAM ASSIGN TO HOLDVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS HOLD-STATUS.

           SELECT MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMBER-STATUS.

      * Registar pasa - markice prema psima.
           SELECT TAG-VSAM ASSIGN TO TAGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TG-TAG
                  FILE STATUS IS TAG-STATUS.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS DOG-STATUS.

      * Banka - veze kupaca prema racunima.
           SELECT OPTIONAL CUSTOMER-LINKS ASSIGN TO CUSTLNK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-STATUS.

      * Imovina - dodjele licenci prema racunalima.
           SELECT OPTIONAL ASSIGN-MASTER ASSIGN TO LICASN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COMPUTER-FILE ASSIGN TO CMPFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPUTER-STATUS.

      * Prodaja vozila - vozila na zalihi prema katalogu.
           SELECT STOCK-VSAM ASSIGN TO STKVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STK-VIN
                  FILE STATUS IS STOCK-STATUS.

           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS CAR-STATUS.

      * Prvaci - sponzorski ugovori prema timovima.
           SELECT OPTIONAL SPONSOR-MASTER ASSIGN TO SPNSFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TEAM-VSAM ASSIGN TO TEAMVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TEAM-NAME
                  FILE STATUS IS TEAM-STATUS-CODE.

      * Broj sirocadi po provjeri iz proslog pokretanja i njegov
      * nasljednik za sljedece.
           SELECT OPTIONAL INTEGRITY-PREVIOUS ASSIGN TO INTGPRV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INTEGRITY-NEW ASSIGN TO INTGNEW
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD BOOK-VSAM.
           COPY BOOKDET.

       FD HOLD-VSAM.
           COPY HOLDREC.

       FD MEMBER-FILE.
           COPY MEMBER.

       FD TAG-VSAM.
           COPY TAGREC.

       FD DOG-VSAM.
           COPY DOGDET.

      * Raspored veze kao CUSTMNT-ov CUSTOMER-LINK-DETAIL.
       FD CUSTOMER-LINKS.
       01 CUSTOMER-LINK-DETAIL.
           05 LNK-CUST-ID       PIC 9(6).
           05 FILLER            PIC X.
           05 LNK-ACCOUNT-ID    PIC 9(12).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Raspored dodjele kao SWLIC-ov ASSIGN-DETAIL.
       FD ASSIGN-MASTER.
       01 ASSIGN-DETAIL.
           05 ASN-LIC-ID        PIC 9(4).
           05 FILLER            PIC X.
           05 ASN-COMPUTER-ID   PIC X(5).

       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD PIC X(105).

       FD STOCK-VSAM.
           COPY STKREC.

       FD CAR-VSAM.
           COPY CARDET.

      * Raspored ugovora kao CMSPONS-ov SPONSOR-DETAIL.
       FD SPONSOR-MASTER.
       01 SPONSOR-DETAIL.
           05 SPN-ID            PIC 9(4).
           05 FILLER            PIC X.
           05 SPN-SPONSOR       PIC X(30).
           05 FILLER            PIC X.
           05 SPN-PARTY-TYPE    PIC X.
               88 SPN-FOR-TEAM     VALUE "T".
           05 FILLER            PIC X.
           05 SPN-PARTY-NAME    PIC X(30).
           05 FILLER            PIC X.
           05 SPN-START-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 SPN-END-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 SPN-VALUE         PIC 9(9)V99.
           05 FILLER            PIC X.
           05 SPN-STATUS        PIC X.
               88 SPN-ACTIVE       VALUE "A".

       FD TEAM-VSAM.
           COPY TEAMREC.

      * Jedan zapis po provjeri: broj sirocadi ovog pokretanja i
      * osnovica s kojom je usporedjen - ponovljeni run istog dana
      * usporedjuje se s istom osnovicom, a ne sam sa sobom.
       FD INTEGRITY-PREVIOUS.
       01 INTEGRITY-PREVIOUS-RECORD.
           05 IPR-CHECK-ID      PIC X(8).
           05 FILLER            PIC X.
           05 IPR-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 IPR-ORPHANS       PIC 9(8).
           05 FILLER            PIC X.
           05 IPR-BASE-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 IPR-BASE-ORPHANS  PIC 9(8).

       FD INTEGRITY-NEW.
       01 INTEGRITY-NEW-RECORD  PIC X(44).

       FD INTEGRITY-REPORT.
       01 INTEGRITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 COPY-STATUS      PIC XX.
           88 COPY-FILE-OK   VALUE "00".
       01 BOOK-STATUS      PIC XX.
           88 BOOK-FILE-OK   VALUE "00".
       01 HOLD-STATUS      PIC XX.
           88 HOLD-FILE-OK   VALUE "00".
       01 MEMBER-STATUS    PIC XX.
           88 MEMBER-FILE-OK VALUE "00".
       01 TAG-STATUS       PIC XX.
           88 TAG-FILE-OK    VALUE "00".
       01 DOG-STATUS       PIC XX.
           88 DOG-FILE-OK    VALUE "00".
       01 ACCOUNT-STATUS   PIC XX.
           88 ACCOUNT-FILE-OK VALUE "00".
       01 COMPUTER-STATUS  PIC XX.
           88 COMPUTER-FILE-OK VALUE "00".
       01 STOCK-STATUS     PIC XX.
           88 STOCK-FILE-OK  VALUE "00".
       01 CAR-STATUS       PIC XX.
           88 CAR-FILE-OK    VALUE "00".
       01 TEAM-STATUS-CODE PIC XX.
           88 TEAM-FILE-OK   VALUE "00".

       01 WS-CHILD-EOF     PIC X VALUE 'N'.
           88 END-OF-CHILD   VALUE 'Y'.
       01 WS-PARENT-EOF    PIC X VALUE 'N'.
           88 END-OF-PARENT  VALUE 'Y'.
       01 WS-PRV-EOF       PIC X VALUE 'N'.
           88 END-OF-PREVIOUS VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * Najvise kljuceva sirocadi ispisanih po provjeri (PARM
      * LIST=nnn, default 50) - broj se uvijek broji do kraja.
       01 WS-LIST-LIMIT    PIC 9(3) VALUE 50.

      * Tablica provjera: oznaka, podredjeni skup, nadredjeni skup i
      * opis odnosa. Redoslijed je redoslijed izvjestaja; svaku
      * provjeru izvodi svoj paragraf (vidi RUN-CHECK-PARA).
       01 CHECK-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE "COPYBOOK".
           05 FILLER PIC X(10) VALUE "COPY-VSAM".
           05 FILLER PIC X(10) VALUE "BOOK-VSAM".
           05 FILLER PIC X(40)
                     VALUE "COPIES WHOSE TITLE IS GONE".
           05 FILLER PIC X(8)  VALUE "HOLDMEMB".
           05 FILLER PIC X(10) VALUE "HOLD-VSAM".
           05 FILLER PIC X(10) VALUE "MEMBFL".
           05 FILLER PIC X(40)
                     VALUE "HOLDS FOR MEMBERS NOT ACTIVE".
           05 FILLER PIC X(8)  VALUE "TAGDOG".
           05 FILLER PIC X(10) VALUE "TAG-VSAM".
           05 FILLER PIC X(10) VALUE "DOG-VSAM".
           05 FILLER PIC X(40)
                     VALUE "TAGS WHOSE DOG WAS DEREGISTERED".
           05 FILLER PIC X(8)  VALUE "LINKACCT".
           05 FILLER PIC X(10) VALUE "CUSTLNK".
           05 FILLER PIC X(10) VALUE "ACCTFL".
           05 FILLER PIC X(40)
                     VALUE "CUSTOMER LINKS TO CLOSED ACCOUNTS".
           05 FILLER PIC X(8)  VALUE "LICCOMP".
           05 FILLER PIC X(10) VALUE "LICASN".
           05 FILLER PIC X(10) VALUE "CMPFL".
           05 FILLER PIC X(40)
                     VALUE "LICENCES ON DISPOSED COMPUTERS".
           05 FILLER PIC X(8)  VALUE "STOCKCAR".
           05 FILLER PIC X(10) VALUE "STK-VSAM".
           05 FILLER PIC X(10) VALUE "CAR-VSAM".
           05 FILLER PIC X(40)
                     VALUE "VEHICLES WHOSE CATALOGUE MODEL IS GONE".
           05 FILLER PIC X(8)  VALUE "SPONTEAM".
           05 FILLER PIC X(10) VALUE "SPNSFL".
           05 FILLER PIC X(10) VALUE "TEAM-VSAM".
           05 FILLER PIC X(40)
                     VALUE "ACTIVE CONTRACTS FOR FOLDED TEAMS".
       01 CHECK-TABLE REDEFINES CHECK-DEFINITIONS.
           05 CHECK-ENTRY OCCURS 7 TIMES INDEXED BY CHK-IDX.
              10 CK-ID          PIC X(8).
              10 CK-CHILD       PIC X(10).
              10 CK-PARENT      PIC X(10).
              10 CK-DESCRIPTION PIC X(40).
       01 WS-CHECK-COUNT   PIC 9(2) VALUE 7.

      * Rezultat svake provjere i osnovica iz INTGPRV-a.
       01 RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 7 TIMES.
              10 CR-STATE       PIC X.
                 88 CR-RAN        VALUE "R".
                 88 CR-SKIPPED    VALUE "S".
              10 CR-CHECKED     PIC 9(8).
              10 CR-ORPHANS     PIC 9(8).
              10 CR-BASE-FLAG   PIC X.
                 88 CR-HAS-BASE   VALUE "Y".
              10 CR-BASE-DATE   PIC 9(8).
              10 CR-BASE-ORPHANS PIC 9(8).
              10 CR-GROWTH-FLAG PIC X.
                 88 CR-GREW       VALUE "Y".
      * Zapis proslog pokretanja se prepisuje nepromijenjen ako
      * provjera ovaj put nije mogla biti izvedena.
              10 CR-PRV-FLAG    PIC X.
                 88 CR-HAS-PRV    VALUE "Y".
              10 CR-PRV-RECORD  PIC X(44).

      * Aktivni clanovi iz MEMBFL-a (rezervacija je vezana na ime
      * clana, kao u BOOKHOLD-u).
       01 WS-MAX-MEMBERS    PIC 9(4) VALUE 5000.
       01 WS-MEMBER-COUNT   PIC 9(4) VALUE 0.
       01 ACTIVE-MEMBER-TABLE.
           02 ACTIVE-MEMBER-ENTRY OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-MEMBER-COUNT
                                  INDEXED BY MBR-IDX.
              03 AMB-NAME       PIC X(30).

      * Otvoreni (i mirujuci) racuni iz ACCTFL-a - racun koji je
      * zatvoren ili ga vise nema ne ulazi u tablicu.
       01 WS-MAX-ACCOUNTS   PIC 9(4) VALUE 5000.
       01 WS-ACCOUNT-COUNT  PIC 9(4) VALUE 0.
       01 OPEN-ACCOUNT-TABLE.
           02 OPEN-ACCOUNT-ENTRY OCCURS 1 TO 5000 TIMES
                                 DEPENDING ON WS-ACCOUNT-COUNT
                                 INDEXED BY ACC-IDX.
              03 OA-ACCOUNT     PIC 9(12).

      * COMPUTER-ID vrijednosti iz CMPFL-a - rashodovano racunalo
      * EMPDISP izbacuje iz mastera.
       01 WS-MAX-COMPUTERS  PIC 9(4) VALUE 2000.
       01 WS-COMPUTER-COUNT PIC 9(4) VALUE 0.
       01 COMPUTER-ID-TABLE.
           02 COMPUTER-ID-ENTRY OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-COMPUTER-COUNT
                                INDEXED BY CMP-IDX.
              03 CI-COMPUTER-ID PIC X(5).

       01 WS-TABLE-FULL    PIC X VALUE 'N'.
           88 TABLE-IS-FULL  VALUE 'Y'.
       01 WS-PARENT-FLAG   PIC X VALUE 'N'.
           88 PARENT-FOUND   VALUE 'Y'.

      * Jedno siroce za RECORD-ORPHAN-PARA.
       01 WS-ORPHAN-KEY    PIC X(60).
       01 WS-ORPHAN-REASON PIC X(40).

       01 WS-ED-CHECKED    PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-ORPHANS    PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-BASE       PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-DIFF       PIC +Z,ZZZ,ZZ9.
       01 WS-DIFF          PIC S9(8).
       01 WS-ED-MORE       PIC ZZ,ZZZ,ZZ9.
       01 WS-BASE-TEXT     PIC X(10).
       01 WS-CHANGE-TEXT   PIC X(14).

      * Zapis za INTGNEW (raspored kao INTGPRV).
       01 NEW-COUNT-RECORD.
           05 NCR-CHECK-ID      PIC X(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 NCR-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 NCR-ORPHANS       PIC 9(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 NCR-BASE-DATE     PIC 9(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 NCR-BASE-ORPHANS  PIC 9(8).

       01 TOTAL-ORPHANS    PIC 9(8) VALUE ZEROS.
       01 GROWN-COUNT      PIC 9(2) VALUE ZEROS.
       01 SKIPPED-COUNT    PIC 9(2) VALUE ZEROS.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje (broj
      * sirocadi neke veze narastao od proslog pokretanja),
      * 8=greska u podacima, 12=greska datoteke (provjera preskocena).
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "INTEGCHK: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE RESULT-TABLE.
           PERFORM LOAD-PREVIOUS-PARA THRU LOAD-PREVIOUS-PARA-EXIT.

           OPEN OUTPUT INTEGRITY-REPORT.

           MOVE "CROSS-SYSTEM REFERENTIAL INTEGRITY SWEEP"
               TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
                  "  ORPHAN KEYS LISTED PER CHECK: " WS-LIST-LIMIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHECK-COUNT
               PERFORM RUN-CHECK-PARA THRU RUN-CHECK-PARA-EXIT
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-NEW-COUNTS-PARA
                   THRU WRITE-NEW-COUNTS-PARA-EXIT.

           CLOSE INTEGRITY-REPORT.

           DISPLAY "INTEGCHK: CHECKS " WS-CHECK-COUNT
                   " ORPHANS " TOTAL-ORPHANS
                   " GROWN " GROWN-COUNT
                   " SKIPPED " SKIPPED-COUNT.

           IF GROWN-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20260101,LIST=20", i puni KEYWORD-TABLE - vidi
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
                       WHEN "LIST"
                           COMPUTE WS-LIST-LIMIT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Ucitava brojeve sirocadi proslog pokretanja. Osnovica za
      * usporedbu je prosli run; ako je prosli run bio danas (ponovno
      * pokretanje), vrijedi njegova osnovica.
       LOAD-PREVIOUS-PARA.
           OPEN INPUT INTEGRITY-PREVIOUS.

           READ INTEGRITY-PREVIOUS
               AT END SET END-OF-PREVIOUS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PREVIOUS
               PERFORM VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > WS-CHECK-COUNT
                   IF CK-ID(CHK-IDX) = IPR-CHECK-ID
                       AND IPR-RUN-DATE IS NUMERIC
                       AND IPR-ORPHANS IS NUMERIC
                       MOVE 'Y' TO CR-PRV-FLAG(CHK-IDX)
                       MOVE INTEGRITY-PREVIOUS-RECORD
                           TO CR-PRV-RECORD(CHK-IDX)
                       IF IPR-RUN-DATE = WS-RUN-DATE-NUM
                           IF IPR-BASE-DATE IS NUMERIC
                               AND IPR-BASE-DATE > ZEROS
                               MOVE 'Y' TO CR-BASE-FLAG(CHK-IDX)
                               MOVE IPR-BASE-DATE
                                   TO CR-BASE-DATE(CHK-IDX)
                               MOVE IPR-BASE-ORPHANS
                                   TO CR-BASE-ORPHANS(CHK-IDX)
                           END-IF
                       ELSE
                           MOVE 'Y' TO CR-BASE-FLAG(CHK-IDX)
                           MOVE IPR-RUN-DATE TO CR-BASE-DATE(CHK-IDX)
                           MOVE IPR-ORPHANS
                               TO CR-BASE-ORPHANS(CHK-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               READ INTEGRITY-PREVIOUS
                   AT END SET END-OF-PREVIOUS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INTEGRITY-PREVIOUS.

       LOAD-PREVIOUS-PARA-EXIT.
           EXIT.

      * Izvodi jednu provjeru iz tablice: zaglavlje odnosa, kljucevi
      * sirocadi kako se nalaze, pa brojevi i usporedba s osnovicom.
       RUN-CHECK-PARA.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CHECK " CK-ID(CHK-IDX)
                  "  " CK-CHILD(CHK-IDX)
                  " -> " CK-PARENT(CHK-IDX)
                  "  " CK-DESCRIPTION(CHK-IDX)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE "R" TO CR-STATE(CHK-IDX).
           MOVE 'N' TO WS-CHILD-EOF.
           MOVE 'N' TO WS-PARENT-EOF.
           MOVE 'N' TO WS-TABLE-FULL.

           EVALUATE CK-ID(CHK-IDX)
               WHEN "COPYBOOK"
                   PERFORM CHECK-COPIES-PARA
                           THRU CHECK-COPIES-PARA-EXIT
               WHEN "HOLDMEMB"
                   PERFORM CHECK-HOLDS-PARA
                           THRU CHECK-HOLDS-PARA-EXIT
               WHEN "TAGDOG"
                   PERFORM CHECK-TAGS-PARA
                           THRU CHECK-TAGS-PARA-EXIT
               WHEN "LINKACCT"
                   PERFORM CHECK-LINKS-PARA
                           THRU CHECK-LINKS-PARA-EXIT
               WHEN "LICCOMP"
                   PERFORM CHECK-LICENCES-PARA
                           THRU CHECK-LICENCES-PARA-EXIT
               WHEN "STOCKCAR"
                   PERFORM CHECK-STOCK-PARA
                           THRU CHECK-STOCK-PARA-EXIT
               WHEN "SPONTEAM"
                   PERFORM CHECK-SPONSORS-PARA
                           THRU CHECK-SPONSORS-PARA-EXIT
           END-EVALUATE.

           IF CR-SKIPPED(CHK-IDX)
               ADD 1 TO SKIPPED-COUNT
               MOVE 12 TO RETURN-CODE
               GO TO RUN-CHECK-PARA-EXIT
           END-IF.

           ADD CR-ORPHANS(CHK-IDX) TO TOTAL-ORPHANS.
           IF CR-HAS-BASE(CHK-IDX)
               AND CR-ORPHANS(CHK-IDX) > CR-BASE-ORPHANS(CHK-IDX)
               MOVE 'Y' TO CR-GROWTH-FLAG(CHK-IDX)
               ADD 1 TO GROWN-COUNT
           END-IF.

           IF CR-ORPHANS(CHK-IDX) > WS-LIST-LIMIT
               COMPUTE WS-ED-MORE =
                       CR-ORPHANS(CHK-IDX) - WS-LIST-LIMIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "    ... AND " WS-ED-MORE " MORE"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

           PERFORM FORMAT-COUNTS-PARA THRU FORMAT-COUNTS-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  CHECKED " WS-ED-CHECKED
                  "  ORPHANS " WS-ED-ORPHANS
                  "  PREVIOUS " WS-BASE-TEXT
                  "  CHANGE " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       RUN-CHECK-PARA-EXIT.
           EXIT.

      * Ispisni oblici brojeva provjere CHK-IDX za izvjestaj.
       FORMAT-COUNTS-PARA.
           MOVE CR-CHECKED(CHK-IDX) TO WS-ED-CHECKED.
           MOVE CR-ORPHANS(CHK-IDX) TO WS-ED-ORPHANS.
           IF CR-HAS-BASE(CHK-IDX)
               MOVE CR-BASE-ORPHANS(CHK-IDX) TO WS-ED-BASE
               MOVE WS-ED-BASE TO WS-BASE-TEXT
               COMPUTE WS-DIFF = CR-ORPHANS(CHK-IDX)
                               - CR-BASE-ORPHANS(CHK-IDX)
               MOVE WS-DIFF TO WS-ED-DIFF
               MOVE SPACES TO WS-CHANGE-TEXT
               IF CR-GREW(CHK-IDX)
                   STRING WS-ED-DIFF " UP" DELIMITED BY SIZE
                       INTO WS-CHANGE-TEXT
               ELSE
                   MOVE WS-ED-DIFF TO WS-CHANGE-TEXT
               END-IF
           ELSE
               MOVE "    (NONE)" TO WS-BASE-TEXT
               MOVE "FIRST RUN" TO WS-CHANGE-TEXT
           END-IF.

       FORMAT-COUNTS-PARA-EXIT.
           EXIT.

      * Broji siroce provjere CHK-IDX i ispisuje mu kljuc dok se ne
      * dosegne granica ispisa.
       RECORD-ORPHAN-PARA.
           ADD 1 TO CR-ORPHANS(CHK-IDX).
           IF CR-ORPHANS(CHK-IDX) > WS-LIST-LIMIT
               GO TO RECORD-ORPHAN-PARA-EXIT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " WS-ORPHAN-KEY
                  " " WS-ORPHAN-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       RECORD-ORPHAN-PARA-EXIT.
           EXIT.

      * Provjera se ne moze izvesti - skup nije dostupan ili tablica
      * nadredjenih kljuceva nije stala u memoriju.
       SKIP-CHECK-PARA.
           MOVE "S" TO CR-STATE(CHK-IDX).
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  *** CHECK SKIPPED - " WS-ORPHAN-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           DISPLAY "INTEGCHK: " CK-ID(CHK-IDX) " SKIPPED - "
                   WS-ORPHAN-REASON.

       SKIP-CHECK-PARA-EXIT.
           EXIT.

      * COPY-VSAM -> BOOK-VSAM: primjerak ciji BC-BOOK-ID vise nije
      * u bibliografskom masteru.
       CHECK-COPIES-PARA.
           OPEN INPUT COPY-VSAM.
           OPEN INPUT BOOK-VSAM.
           IF NOT COPY-FILE-OK OR NOT BOOK-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "COPY-VSAM STATUS " COPY-STATUS
                      " BOOK-VSAM STATUS " BOOK-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               CLOSE COPY-VSAM
               CLOSE BOOK-VSAM
               GO TO CHECK-COPIES-PARA-EXIT
           END-IF.

           READ COPY-VSAM NEXT
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE BC-BOOK-ID TO BD-BOOK-ID
               READ BOOK-VSAM
                   INVALID KEY
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING "BOOK " BC-BOOK-ID
                              " COPY " BC-COPY-NO
                              " BRANCH " BC-BRANCH
                              " STATUS " BC-STATUS
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       MOVE "BOOK-ID NOT IN BOOK-VSAM"
                           TO WS-ORPHAN-REASON
                       PERFORM RECORD-ORPHAN-PARA
                               THRU RECORD-ORPHAN-PARA-EXIT
               END-READ
               READ COPY-VSAM NEXT
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COPY-VSAM.
           CLOSE BOOK-VSAM.

       CHECK-COPIES-PARA-EXIT.
           EXIT.

      * HOLD-VSAM -> MEMBFL: rezervacija clana koji vise nije aktivan
      * (deaktiviran ili ga nema u masteru).
       CHECK-HOLDS-PARA.
           OPEN INPUT MEMBER-FILE.
           IF NOT MEMBER-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "MEMBFL STATUS " MEMBER-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-HOLDS-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-MEMBER-COUNT.
           READ MEMBER-FILE
               AT END SET END-OF-PARENT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PARENT
               IF MBR-ACTIVE
                   IF WS-MEMBER-COUNT NOT LESS THAN WS-MAX-MEMBERS
                       SET TABLE-IS-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MBR-NAME TO AMB-NAME(WS-MEMBER-COUNT)
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-PARENT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEMBER-FILE.

           IF TABLE-IS-FULL
               MOVE "ACTIVE MEMBER TABLE FULL" TO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-HOLDS-PARA-EXIT
           END-IF.

           OPEN INPUT HOLD-VSAM.
           IF NOT HOLD-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "HOLD-VSAM STATUS " HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               CLOSE HOLD-VSAM
               GO TO CHECK-HOLDS-PARA-EXIT
           END-IF.

           READ HOLD-VSAM NEXT
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE 'N' TO WS-PARENT-FLAG
               PERFORM VARYING MBR-IDX FROM 1 BY 1
                       UNTIL MBR-IDX > WS-MEMBER-COUNT
                   IF AMB-NAME(MBR-IDX) = HLD-BORROWER
                       SET PARENT-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT PARENT-FOUND
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING "BOOK " HLD-BOOK-ID
                          " SEQ " HLD-SEQ
                          " " HLD-BORROWER
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   MOVE "MEMBER NOT ACTIVE IN MEMBFL"
                       TO WS-ORPHAN-REASON
                   PERFORM RECORD-ORPHAN-PARA
                           THRU RECORD-ORPHAN-PARA-EXIT
               END-IF
               READ HOLD-VSAM NEXT
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE HOLD-VSAM.

       CHECK-HOLDS-PARA-EXIT.
           EXIT.

      * TAG-VSAM -> DOG-VSAM: markica koja pokazuje na DG-KEY kojeg
      * nema - DEREGISTER u DOGTRX-u markicu brise, pa preostala
      * pokazuje na psa izbrisanog mimo njega.
       CHECK-TAGS-PARA.
           OPEN INPUT TAG-VSAM.
           OPEN INPUT DOG-VSAM.
           IF NOT TAG-FILE-OK OR NOT DOG-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "TAG-VSAM STATUS " TAG-STATUS
                      " DOG-VSAM STATUS " DOG-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               CLOSE TAG-VSAM
               CLOSE DOG-VSAM
               GO TO CHECK-TAGS-PARA-EXIT
           END-IF.

           READ TAG-VSAM NEXT
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE TG-DOG-NAME TO DG-NAME
               MOVE TG-OWNER TO DG-OWNER
               READ DOG-VSAM
                   INVALID KEY
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING "TAG " TG-TAG
                              " " TG-DOG-NAME
                              " " TG-OWNER
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       MOVE "DOG NOT IN DOG-VSAM"
                           TO WS-ORPHAN-REASON
                       PERFORM RECORD-ORPHAN-PARA
                               THRU RECORD-ORPHAN-PARA-EXIT
               END-READ
               READ TAG-VSAM NEXT
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TAG-VSAM.
           CLOSE DOG-VSAM.

       CHECK-TAGS-PARA-EXIT.
           EXIT.

      * CUSTLNK -> ACCTFL: veza kupca na racun koji je zatvoren ili
      * ga vise nema. ACCOUNT-STATUS je bajt 267 BANK-BALANCE zapisa
      * (raspored CBLTYPE/BANKACCT).
       CHECK-LINKS-PARA.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT ACCOUNT-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "ACCTFL STATUS " ACCOUNT-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-LINKS-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-ACCOUNT-COUNT.
           READ ACCOUNT-MASTER
               AT END SET END-OF-PARENT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PARENT
               IF ACCOUNT-MASTER-RECORD(1:12) IS NUMERIC
                   AND ACCOUNT-MASTER-RECORD(267:1) NOT = "C"
                   IF WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
                       SET TABLE-IS-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE ACCOUNT-MASTER-RECORD(1:12)
                           TO OA-ACCOUNT(WS-ACCOUNT-COUNT)
                   END-IF
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-PARENT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

           IF TABLE-IS-FULL
               MOVE "OPEN ACCOUNT TABLE FULL" TO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-LINKS-PARA-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-LINKS.
           READ CUSTOMER-LINKS
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE 'N' TO WS-PARENT-FLAG
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > WS-ACCOUNT-COUNT
                   IF OA-ACCOUNT(ACC-IDX) = LNK-ACCOUNT-ID
                       SET PARENT-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT PARENT-FOUND
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING "CUSTOMER " LNK-CUST-ID
                          " ACCOUNT " LNK-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   MOVE "ACCOUNT CLOSED OR NOT IN ACCTFL"
                       TO WS-ORPHAN-REASON
                   PERFORM RECORD-ORPHAN-PARA
                           THRU RECORD-ORPHAN-PARA-EXIT
               END-IF
               READ CUSTOMER-LINKS
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-LINKS.

       CHECK-LINKS-PARA-EXIT.
           EXIT.

      * LICASN -> CMPFL: dodjela licence racunalu kojeg vise nema u
      * imovinskom masteru. COMPUTER-ID je prvih 5 bajtova CMPFL
      * zapisa (vidi CBLEMPS).
       CHECK-LICENCES-PARA.
           OPEN INPUT COMPUTER-FILE.
           IF NOT COMPUTER-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "CMPFL STATUS " COMPUTER-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-LICENCES-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-COMPUTER-COUNT.
           READ COMPUTER-FILE
               AT END SET END-OF-PARENT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PARENT
               IF WS-COMPUTER-COUNT NOT LESS THAN WS-MAX-COMPUTERS
                   SET TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-COMPUTER-COUNT
                   MOVE COMPUTER-FILE-RECORD(1:5)
                       TO CI-COMPUTER-ID(WS-COMPUTER-COUNT)
               END-IF
               READ COMPUTER-FILE
                   AT END SET END-OF-PARENT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

           IF TABLE-IS-FULL
               MOVE "COMPUTER TABLE FULL" TO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               GO TO CHECK-LICENCES-PARA-EXIT
           END-IF.

           OPEN INPUT ASSIGN-MASTER.
           READ ASSIGN-MASTER
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE 'N' TO WS-PARENT-FLAG
               PERFORM VARYING CMP-IDX FROM 1 BY 1
                       UNTIL CMP-IDX > WS-COMPUTER-COUNT
                   IF CI-COMPUTER-ID(CMP-IDX) = ASN-COMPUTER-ID
                       SET PARENT-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT PARENT-FOUND
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING "LICENCE " ASN-LIC-ID
                          " COMPUTER " ASN-COMPUTER-ID
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   MOVE "COMPUTER DISPOSED OR NOT IN CMPFL"
                       TO WS-ORPHAN-REASON
                   PERFORM RECORD-ORPHAN-PARA
                           THRU RECORD-ORPHAN-PARA-EXIT
               END-IF
               READ ASSIGN-MASTER
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ASSIGN-MASTER.

       CHECK-LICENCES-PARA-EXIT.
           EXIT.

      * STK-VSAM -> CAR-VSAM: vozilo ciji STK-CAR-KEY vise nije u
      * katalogu (CARAPPLY DELETE).
       CHECK-STOCK-PARA.
           OPEN INPUT STOCK-VSAM.
           OPEN INPUT CAR-VSAM.
           IF NOT STOCK-FILE-OK OR NOT CAR-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "STK-VSAM STATUS " STOCK-STATUS
                      " CAR-VSAM STATUS " CAR-STATUS
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               CLOSE STOCK-VSAM
               CLOSE CAR-VSAM
               GO TO CHECK-STOCK-PARA-EXIT
           END-IF.

           READ STOCK-VSAM NEXT
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               ADD 1 TO CR-CHECKED(CHK-IDX)
               MOVE STK-CAR-KEY TO CMD-KEY
               READ CAR-VSAM
                   INVALID KEY
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING "VIN " STK-VIN
                              " " STK-BRAND(1:15)
                              " " STK-MODEL(1:15)
                              " STATUS " STK-STATUS
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       MOVE "MODEL NOT IN CAR-VSAM"
                           TO WS-ORPHAN-REASON
                       PERFORM RECORD-ORPHAN-PARA
                               THRU RECORD-ORPHAN-PARA-EXIT
               END-READ
               READ STOCK-VSAM NEXT
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE STOCK-VSAM.
           CLOSE CAR-VSAM.

       CHECK-STOCK-PARA-EXIT.
           EXIT.

      * SPNSFL -> TEAM-VSAM: aktivni ugovor na tim kojeg nema ili je
      * ugasen (ista provjera kao CMSPONS-ov validacijski prolaz, ali
      * nad cijelim masterom bez cekanja na sljedece azuriranje).
       CHECK-SPONSORS-PARA.
           OPEN INPUT TEAM-VSAM.
           IF NOT TEAM-FILE-OK
               MOVE SPACES TO WS-ORPHAN-REASON
               STRING "TEAM-VSAM STATUS " TEAM-STATUS-CODE
                   DELIMITED BY SIZE INTO WS-ORPHAN-REASON
               PERFORM SKIP-CHECK-PARA THRU SKIP-CHECK-PARA-EXIT
               CLOSE TEAM-VSAM
               GO TO CHECK-SPONSORS-PARA-EXIT
           END-IF.

           OPEN INPUT SPONSOR-MASTER.
           READ SPONSOR-MASTER
               AT END SET END-OF-CHILD TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHILD
               IF SPN-FOR-TEAM AND SPN-ACTIVE
                   ADD 1 TO CR-CHECKED(CHK-IDX)
                   MOVE SPN-PARTY-NAME TO TEAM-NAME
                   MOVE SPACES TO WS-ORPHAN-REASON
                   READ TEAM-VSAM
                       INVALID KEY
                           MOVE "TEAM NOT IN TEAM-VSAM"
                               TO WS-ORPHAN-REASON
                       NOT INVALID KEY
                           IF TEAM-FOLDED
                               MOVE "TEAM FOLDED IN TEAM-VSAM"
                                   TO WS-ORPHAN-REASON
                           END-IF
                   END-READ
                   IF WS-ORPHAN-REASON NOT = SPACES
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING "CONTRACT " SPN-ID
                              " " SPN-SPONSOR(1:20)
                              " TEAM " SPN-PARTY-NAME
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       PERFORM RECORD-ORPHAN-PARA
                               THRU RECORD-ORPHAN-PARA-EXIT
                   END-IF
               END-IF
               READ SPONSOR-MASTER
                   AT END SET END-OF-CHILD TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SPONSOR-MASTER.
           CLOSE TEAM-VSAM.

       CHECK-SPONSORS-PARA-EXIT.
           EXIT.

      * Zbirna tablica po odnosu na kraju izvjestaja.
       WRITE-SUMMARY-PARA.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "SUMMARY BY RELATIONSHIP" TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CHECK     CHILD      PARENT        CHECKED"
                  "     ORPHANS    PREVIOUS  CHANGE"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHECK-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               IF CR-SKIPPED(CHK-IDX)
                   STRING CK-ID(CHK-IDX)
                          "  " CK-CHILD(CHK-IDX)
                          " " CK-PARENT(CHK-IDX)
                          "  SKIPPED"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               ELSE
                   PERFORM FORMAT-COUNTS-PARA
                           THRU FORMAT-COUNTS-PARA-EXIT
                   STRING CK-ID(CHK-IDX)
                          "  " CK-CHILD(CHK-IDX)
                          " " CK-PARENT(CHK-IDX)
                          " " WS-ED-CHECKED
                          "  " WS-ED-ORPHANS
                          "  " WS-BASE-TEXT
                          "  " WS-CHANGE-TEXT
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-IF
               MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL ORPHANS: " TOTAL-ORPHANS
                  "  CHECKS GROWN SINCE LAST RUN: " GROWN-COUNT
                  "  CHECKS SKIPPED: " SKIPPED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           IF GROWN-COUNT > 0
               MOVE "*** ORPHAN COUNTS GREW SINCE LAST RUN"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Pise INTGNEW za sljedece pokretanje: izvedene provjere s
      * danasnjim brojem i osnovicom, preskocene s nepromijenjenim
      * zapisom proslog pokretanja.
       WRITE-NEW-COUNTS-PARA.
           OPEN OUTPUT INTEGRITY-NEW.

           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHECK-COUNT
               IF CR-SKIPPED(CHK-IDX)
                   IF CR-HAS-PRV(CHK-IDX)
                       MOVE CR-PRV-RECORD(CHK-IDX)
                           TO INTEGRITY-NEW-RECORD
                       WRITE INTEGRITY-NEW-RECORD
                   END-IF
               ELSE
                   MOVE CK-ID(CHK-IDX) TO NCR-CHECK-ID
                   MOVE WS-RUN-DATE-NUM TO NCR-RUN-DATE
                   MOVE CR-ORPHANS(CHK-IDX) TO NCR-ORPHANS
                   MOVE CR-BASE-DATE(CHK-IDX) TO NCR-BASE-DATE
                   MOVE CR-BASE-ORPHANS(CHK-IDX) TO NCR-BASE-ORPHANS
                   MOVE NEW-COUNT-RECORD TO INTEGRITY-NEW-RECORD
                   WRITE INTEGRITY-NEW-RECORD
               END-IF
           END-PERFORM.

           CLOSE INTEGRITY-NEW.

       WRITE-NEW-COUNTS-PARA-EXIT.
           EXIT.
