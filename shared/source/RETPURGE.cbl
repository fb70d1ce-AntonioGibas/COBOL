      ******************************************************************
      *    RETPURGE - Cuvanje osobnih podataka u proizvodnim masterima *
      *               u zakonskim rokovima. Politika RETPOL            *
      *               (shared/copylib/RETPOL) za svaki skup i polje    *
      *               daje razdoblje zadrzavanja u mjesecima i radnju: *
      *               P uklanja podatak (polje se brise), S ga         *
      *               nepovratno pseudonimizira (PSN: i kljucani       *
      *               CHNHASH otisak imena - isto ime uvijek daje isti *
      *               pseudonim, pa CIRCMON i dalje broji clanove po   *
      *               CHR-BORROWER, koji se zato smije samo            *
      *               pseudonimizirati). Istekli zapisi: CIRHST po     *
      *               CHR-RUN-DATE, neaktivni clanovi MEMBFL po MBR-   *
      *               EXPIRY-DATE, zatvoreni kupci CUSTFL po satu      *
      *               zadrzavanja (shared/copylib/RETCLK), OWNRJRN     *
      *               zapisi pasa kojih vise nema u DOG-VSAM registru  *
      *               po datumu prijenosa (lanac hasha se od prve      *
      *               izmjene ponovno racuna), DSPARC po datumu        *
      *               rashoda. Skupovi se mijenjaju na mjestu          *
      *               (REWRITE) - nova generacija bi podatke ostavila  *
      *               u staroj. MODE=REPORT (default) samo pokazuje    *
      *               sto bi se promijenilo, MODE=PURGE mijenja.       *
      *               Izvjestaj RETRPT je potvrda ciscenja za          *
      *               sluzbenika za zastitu podataka. Popis za DOGCENS *
      *               ne ovisi o ovim skupovima.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Politika zadrzavanja (sluzbenik za zastitu podataka).
           SELECT OPTIONAL POLICY-FILE ASSIGN TO RETPOL
                  ORGANIZATION IS SEQUENTIAL.

      * Sat zadrzavanja - prvi run krece od praznog.
           SELECT OPTIONAL CLOCK-IN ASSIGN TO RETCLK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CLOCK-OUT ASSIGN TO RETCLKO
                  ORGANIZATION IS SEQUENTIAL.

      * Skupovi s osobnim podacima - otvaraju se I-O i mijenjaju
      * REWRITE-om zapis po zapis (MODE=REPORT ih samo cita).
           SELECT CIRC-HISTORY-FILE ASSIGN TO CIRHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CIRC-STATUS.

           SELECT MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMB-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUST-STATUS.

           SELECT OWNER-JOURNAL ASSIGN TO OWNRJRN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JRN-STATUS.

           SELECT DISPOSAL-ARCHIVE ASSIGN TO DSPARC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DSP-STATUS.

      * Registar pasa - samo provjera je li pas iz OWNRJRN-a jos
      * registriran.
           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS DOG-STATUS.

           SELECT RETENTION-REPORT ASSIGN TO RETRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
           COPY RETPOL.

       FD CLOCK-IN RECORDING MODE F.
       01 CLOCK-IN-RECORD PIC X(48).

       FD CLOCK-OUT RECORDING MODE F.
       01 CLOCK-OUT-RECORD PIC X(48).

       FD CIRC-HISTORY-FILE.
           COPY CIRCHST.

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
               88 CST-CLOSED     VALUE "I".
           05 FILLER            PIC X.
           05 CST-SEGMENT       PIC X(3).
           05 FILLER            PIC X.
           05 CST-RESIDENCY     PIC X(2).

      * Isti raspored kao OWNER-JOURNAL-RECORD u DOGTRX-u.
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

      * Isti raspored kao DISPOSAL-ARCHIVE-RECORD u EMPDISP-u; zapis
      * imovine je CMPFL zapis (vidi EMPWARN).
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

       FD DOG-VSAM.
           COPY DOGDET.

       FD RETENTION-REPORT.
       01 RETENTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY RETCLK.

       01 CIRC-STATUS      PIC XX.
           88 CIRC-OK       VALUE "00".
       01 MEMB-STATUS      PIC XX.
           88 MEMB-OK       VALUE "00".
       01 CUST-STATUS      PIC XX.
           88 CUST-OK       VALUE "00".
       01 JRN-STATUS       PIC XX.
           88 JRN-OK        VALUE "00".
       01 DSP-STATUS       PIC XX.
           88 DSP-OK        VALUE "00".
       01 DOG-STATUS       PIC XX.
           88 DOG-FILE-OK   VALUE "00".
       01 WS-FILE-STATUS   PIC XX.

       01 WS-POL-EOF       PIC X VALUE 'N'.
           88 END-OF-POLICY   VALUE 'Y'.
       01 WS-CLK-EOF       PIC X VALUE 'N'.
           88 END-OF-CLOCKS   VALUE 'Y'.
       01 WS-SRC-EOF       PIC X VALUE 'N'.
           88 END-OF-SOURCE   VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR  PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY   PIC 9(2).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * MODE=REPORT (default) ne mijenja nista, MODE=PURGE mijenja
      * skupove na mjestu.
       01 WS-MODE          PIC X(8) VALUE "REPORT".
           88 MODE-REPORT   VALUE "REPORT".
           88 MODE-PURGE    VALUE "PURGE".

      * Polja s osobnim podacima koja politika smije navesti:
      * skup, ime polja, pozicija i duljina u zapisu skupa te
      * oznaka Y za polja o kojima ovisi statistika (smiju se samo
      * pseudonimizirati).
       01 FIELD-CATALOG-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE "CIRHST".
           05 FILLER PIC X(30) VALUE "CHR-BORROWER".
           05 FILLER PIC 9(3)  VALUE 28.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X     VALUE "Y".
           05 FILLER PIC X(8)  VALUE "MEMBFL".
           05 FILLER PIC X(30) VALUE "MBR-NAME".
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "MEMBFL".
           05 FILLER PIC X(30) VALUE "MBR-CONTACT".
           05 FILLER PIC 9(3)  VALUE 39.
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "CUSTFL".
           05 FILLER PIC X(30) VALUE "CST-NAME".
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "CUSTFL".
           05 FILLER PIC X(30) VALUE "CST-CONTACT".
           05 FILLER PIC 9(3)  VALUE 59.
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "OWNRJRN".
           05 FILLER PIC X(30) VALUE "OWJ-OLD-OWNER".
           05 FILLER PIC 9(3)  VALUE 27.
           05 FILLER PIC 9(3)  VALUE 25.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "OWNRJRN".
           05 FILLER PIC X(30) VALUE "OWJ-NEW-OWNER".
           05 FILLER PIC 9(3)  VALUE 53.
           05 FILLER PIC 9(3)  VALUE 25.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "DSPARC".
           05 FILLER PIC X(30) VALUE "OWNER-NAME".
           05 FILLER PIC 9(3)  VALUE 6.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X     VALUE "N".
           05 FILLER PIC X(8)  VALUE "DSPARC".
           05 FILLER PIC X(30) VALUE "OWNER-EMAIL".
           05 FILLER PIC 9(3)  VALUE 36.
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X     VALUE "N".
       01 FIELD-CATALOG-TABLE REDEFINES FIELD-CATALOG-DEFINITIONS.
           05 FIELD-CATALOG-ENTRY OCCURS 9 TIMES INDEXED BY FC-IDX.
              10 FC-DATASET     PIC X(8).
              10 FC-FIELD       PIC X(30).
              10 FC-OFFSET      PIC 9(3).
              10 FC-LENGTH      PIC 9(3).
              10 FC-PSEUDO-ONLY PIC X.
       01 WS-CATALOG-COUNT PIC 9 VALUE 9.

      * Skupovi koje program poznaje, redom obrade; stanje skupa u
      * ovom runu: P = obradjen, U = nedostupan, F = greska pri
      * pisanju, razmak = nije u politici.
       01 DATASET-NAMES.
           05 FILLER PIC X(8) VALUE "CIRHST".
           05 FILLER PIC X(8) VALUE "MEMBFL".
           05 FILLER PIC X(8) VALUE "CUSTFL".
           05 FILLER PIC X(8) VALUE "OWNRJRN".
           05 FILLER PIC X(8) VALUE "DSPARC".
       01 DATASET-NAME-TABLE REDEFINES DATASET-NAMES.
           05 DS-NAME PIC X(8) OCCURS 5 TIMES.
       01 WS-DATASET-COUNT PIC 9 VALUE 5.
       01 DATASET-STATE-TABLE.
           05 DATASET-STATE OCCURS 5 TIMES INDEXED BY DS-IDX.
              10 DS-IN-POLICY   PIC X.
                 88 DS-HAS-POLICY VALUE 'Y'.
              10 DS-STATE       PIC X.
                 88 DS-PROCESSED  VALUE 'P'.
              10 DS-NOTE        PIC X(50).
              10 DS-READ        PIC 9(6).
              10 DS-ELIGIBLE    PIC 9(6).
              10 DS-CHANGED     PIC 9(6).

      * Prihvacena politika u memoriji; granica je datum izvodjenja
      * umanjen za razdoblje zadrzavanja - zapis s referentnim
      * datumom prije granice je istekao.
       01 WS-MAX-POLICIES  PIC 9(2) VALUE 50.
       01 WS-POLICY-COUNT  PIC 9(2) VALUE 0.
       01 POLICY-TABLE.
           02 POLICY-ENTRY OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-POLICY-COUNT
                            INDEXED BY PT-IDX.
              03 PT-DATASET     PIC X(8).
              03 PT-FIELD       PIC X(30).
              03 PT-MONTHS      PIC 9(3).
              03 PT-ACTION      PIC X.
                 88 PT-PURGE     VALUE "P".
              03 PT-OFFSET      PIC 9(3).
              03 PT-LENGTH      PIC 9(3).
              03 PT-CUTOFF      PIC 9(8).
              03 PT-CHANGED     PIC 9(6).
              03 PT-ALREADY     PIC 9(6).
       01 WS-POLICY-LINE   PIC 9(4) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(50) VALUE SPACES.
       01 WS-POLICIES-REJECTED PIC 9(4) VALUE ZEROS.
       01 WS-PSEUDONYM-KEY PIC X(16) VALUE SPACES.
       01 WS-ANY-PSEUDONYMIZE PIC X VALUE 'N'.
           88 ANY-PSEUDONYMIZE VALUE 'Y'.
       01 WS-ACTION-NAME   PIC X(12).

      * Racun granice: mjeseci od pocetka ere, dan se skracuje na
      * zadnji dan mjeseca granice.
       01 WS-CALC-MONTHS   PIC 9(3).
       01 WS-MONTH-TOTAL   PIC 9(6).
       01 WS-MONTH-REM     PIC 9(2).
       01 WS-CUTOFF-DATE   PIC 9(8).
       01 WS-CUTOFF-PARTS  REDEFINES WS-CUTOFF-DATE.
           05 WS-CUT-YEAR  PIC 9(4).
           05 WS-CUT-MONTH PIC 9(2).
           05 WS-CUT-DAY   PIC 9(2).

      * Sat zadrzavanja u memoriji - cijeli se prepisuje u RETCLKO;
      * zapis koji ovaj run nije vidio zatvorenim ispada, osim ako
      * njegov skup nije obradjen.
       01 WS-MAX-CLOCKS    PIC 9(4) VALUE 5000.
       01 WS-CLOCK-COUNT   PIC 9(4) VALUE 0.
       01 CLOCK-TABLE.
           02 CLOCK-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-CLOCK-COUNT
                           INDEXED BY CK-IDX.
              03 CK-DATASET     PIC X(8).
              03 CK-KEY         PIC X(30).
              03 CK-SINCE       PIC 9(8).
              03 CK-SEEN        PIC X.
                 88 CK-WAS-SEEN  VALUE 'Y'.
       01 WS-CLOCK-DATASET PIC X(8).
       01 WS-CLOCK-KEY     PIC X(30).
       01 CLOCKS-STARTED   PIC 9(6) VALUE ZEROS.
       01 CLOCKS-CARRIED   PIC 9(6) VALUE ZEROS.
       01 CLOCKS-DROPPED   PIC 9(6) VALUE ZEROS.

      * Psi iz OWNRJRN-a: zadnji vlasnik po imenu psa i je li pas
      * pod tim kljucem jos u DOG-VSAM registru.
       01 WS-MAX-DOGS      PIC 9(4) VALUE 5000.
       01 WS-DOG-COUNT     PIC 9(4) VALUE 0.
       01 DOG-TABLE.
           02 DOG-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-DOG-COUNT
                         INDEXED BY DL-IDX.
              03 DL-DOG-NAME    PIC X(25).
              03 DL-LAST-OWNER  PIC X(25).
              03 DL-REGISTERED  PIC X.
                 88 DL-IS-REGISTERED VALUE 'Y'.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-TABLE-FULL    PIC X VALUE 'N'.
           88 TABLE-IS-FULL VALUE 'Y'.

      * Zapis koji se obradjuje - polja se mijenjaju u medjuspremniku
      * i on se vraca u zapis datoteke prije REWRITE-a.
       01 WS-CUR-DATASET   PIC X(8).
       01 WS-REC-BUFFER    PIC X(256).
       01 WS-REF-DATE      PIC 9(8).
       01 WS-REC-KEY       PIC X(40).
       01 WS-RECNO         PIC 9(6).
       01 WS-REC-ELIGIBLE  PIC X.
           88 REC-ELIGIBLE  VALUE 'Y'.
       01 WS-REC-CHANGED   PIC X.
           88 REC-CHANGED   VALUE 'Y'.
       01 WS-REC-REWRITE   PIC X.
           88 REC-REWRITE   VALUE 'Y'.
       01 WS-FIELD-VALUE   PIC X(50).
       01 WS-NEW-VALUE     PIC X(50).
       01 WS-PSN-INPUT     PIC X(50).
       01 WS-VALUE-LEN     PIC 9(3).
       01 WS-TRAIL-SPACES  PIC 9(3).

      * Ponovno ulancavanje OWNRJRN-a od prvog izmijenjenog zapisa.
           COPY CHNREQ.
       01 WS-CHAIN-PREV    PIC X(16) VALUE SPACES.
       01 WS-OLD-TIP       PIC X(16) VALUE SPACES.
       01 WS-RECHAIN-FLAG  PIC X VALUE 'N'.
           88 RECHAIN-STARTED VALUE 'Y'.
       01 WS-RECHAIN-FROM  PIC 9(6) VALUE ZEROS.
      * Provjera postojeceg lanca prije bilo kakve izmjene - prekinut
      * lanac se ne smije ponovno potpisati novim vrhom.
       01 WS-VERIFY-HASH   PIC X(16) VALUE SPACES.
       01 WS-VERIFY-FLAG   PIC X VALUE 'N'.
           88 VERIFY-STARTED VALUE 'Y'.
       01 WS-BREAK-RECNO   PIC 9(6) VALUE ZEROS.

       01 TOTAL-FIELDS-CHANGED PIC 9(6) VALUE ZEROS.
       01 WS-NOT-PROCESSED PIC 9 VALUE ZEROS.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=nema politike,
      * 8=greska u parametrima ili politici (nista se ne mijenja),
      * 12=skup nedostupan, greska pisanja ili puna tablica.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE DATASET-STATE-TABLE.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARMS-PARA THRU APPLY-PARMS-PARA-EXIT
           END-IF.

           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
               DISPLAY "RETPURGE: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT MODE-REPORT AND NOT MODE-PURGE
               DISPLAY "RETPURGE: MODE MUST BE REPORT OR PURGE - "
                       WS-MODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RETENTION-REPORT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PERSONAL DATA RETENTION PURGE  RUN DATE: "
                  WS-RUN-DATE "  RUN: " WS-RUN-NUMBER
                  "  MODE: " WS-MODE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE "RETENTION POLICY" TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

           PERFORM LOAD-POLICY-PARA THRU LOAD-POLICY-PARA-EXIT.

      * Pogresna politika bi ocistila krive podatke ili ne bi
      * ocistila prave - u tom slucaju se nista ne dira.
           IF RETURN-CODE >= 8
               MOVE "RUN ABORTED - POLICY REJECTED, NO DATASET CHANGED"
                   TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE RETENTION-REPORT
               GOBACK
           END-IF.

           IF WS-POLICY-COUNT = 0
               MOVE "NO RETENTION POLICY - NOTHING TO DO"
                   TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE RETENTION-REPORT
               GOBACK
           END-IF.

           PERFORM LOAD-CLOCKS-PARA THRU LOAD-CLOCKS-PARA-EXIT.
           IF TABLE-IS-FULL
               MOVE "RUN ABORTED - RETENTION CLOCK TABLE FULL"
                   TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               CLOSE RETENTION-REPORT
               GOBACK
           END-IF.

           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           STRING "FIELDS REMOVED OR PSEUDONYMIZED "
                  "(NO PERSONAL DATA IS PRINTED)"
               DELIMITED BY SIZE INTO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

           IF DS-HAS-POLICY(1)
               PERFORM PURGE-CIRC-PARA THRU PURGE-CIRC-PARA-EXIT
           END-IF.
           IF DS-HAS-POLICY(2)
               PERFORM PURGE-MEMBERS-PARA THRU PURGE-MEMBERS-PARA-EXIT
           END-IF.
           IF DS-HAS-POLICY(3)
               PERFORM PURGE-CUSTOMERS-PARA
                       THRU PURGE-CUSTOMERS-PARA-EXIT
           END-IF.
           IF DS-HAS-POLICY(4)
               PERFORM PURGE-JOURNAL-PARA THRU PURGE-JOURNAL-PARA-EXIT
           END-IF.
           IF DS-HAS-POLICY(5)
               PERFORM PURGE-ARCHIVE-PARA THRU PURGE-ARCHIVE-PARA-EXIT
           END-IF.

           PERFORM WRITE-CLOCKS-PARA THRU WRITE-CLOCKS-PARA-EXIT.
           PERFORM WRITE-CERTIFICATE-PARA
                   THRU WRITE-CERTIFICATE-PARA-EXIT.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE RETENTION-REPORT.
           GOBACK.

      * Rastavlja PARMD (npr. "MODE=PURGE,RUNDATE=20261015") u
      * KEYWORD-TABLE - vidi TASK5C.
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
                       WHEN "MODE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-MODE
                       WHEN "RUNDATE"
                           MOVE KW-VALUE(KW-IDX)(1:8) TO WS-RUN-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Ucitava RETPOL. Svaki zapis mora navesti poznato polje iz
      * kataloga, brojcano razdoblje i radnju P ili S; polje o kojem
      * ovisi statistika smije se samo pseudonimizirati, a
      * pseudonimizacija bez kljuca (*KEY) se ne prihvaca jer bi se
      * pseudonim mogao pogoditi iz imena.
       LOAD-POLICY-PARA.
           MOVE 'N' TO WS-POL-EOF.
           OPEN INPUT POLICY-FILE.
           READ POLICY-FILE
               AT END SET END-OF-POLICY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-POLICY
               ADD 1 TO WS-POLICY-LINE
               MOVE SPACES TO WS-REJECT-REASON
               IF RTP-IS-KEY
                   IF RTP-PSEUDONYM-KEY = SPACES
                       MOVE "PSEUDONYM KEY IS BLANK" TO WS-REJECT-REASON
                   ELSE
                       MOVE RTP-PSEUDONYM-KEY TO WS-PSEUDONYM-KEY
                       MOVE "PSEUDONYM KEY LOADED"
                           TO RETENTION-REPORT-LINE
                       WRITE RETENTION-REPORT-LINE
                   END-IF
               ELSE
                   PERFORM CHECK-POLICY-PARA
                           THRU CHECK-POLICY-PARA-EXIT
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-POLICIES-REJECTED
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "LINE " WS-POLICY-LINE " REJECTED: "
                          RTP-DATASET " " RTP-FIELD " - "
                          WS-REJECT-REASON
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE
                   WRITE RETENTION-REPORT-LINE
               END-IF
               READ POLICY-FILE
                   AT END SET END-OF-POLICY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

           IF ANY-PSEUDONYMIZE AND WS-PSEUDONYM-KEY = SPACES
               ADD 1 TO WS-POLICIES-REJECTED
               MOVE "PSEUDONYMIZE POLICY WITHOUT *KEY RECORD - REJECTED"
                   TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-IF.

           IF WS-POLICIES-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-POLICY-PARA-EXIT.
           EXIT.

       CHECK-POLICY-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-CATALOG-COUNT
               IF FC-DATASET(FC-IDX) = RTP-DATASET
                       AND FC-FIELD(FC-IDX) = RTP-FIELD
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   MOVE "UNKNOWN DATASET OR FIELD" TO WS-REJECT-REASON
               WHEN RTP-RETAIN-MONTHS IS NOT NUMERIC
                   MOVE "RETENTION MONTHS NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN NOT RTP-ACTION-VALID
                   MOVE "ACTION MUST BE P (PURGE) OR S (PSEUDONYMIZE)"
                       TO WS-REJECT-REASON
               WHEN RTP-PURGE AND FC-PSEUDO-ONLY(FC-IDX) = "Y"
                   MOVE "STATISTICS DEPEND ON FIELD - PSEUDONYMIZE ONLY"
                       TO WS-REJECT-REASON
               WHEN WS-POLICY-COUNT NOT LESS THAN WS-MAX-POLICIES
                   MOVE "POLICY TABLE FULL" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO CHECK-POLICY-PARA-EXIT
           END-IF.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-POLICY-COUNT
               IF PT-DATASET(PT-IDX) = RTP-DATASET
                       AND PT-FIELD(PT-IDX) = RTP-FIELD
                   MOVE "FIELD ALREADY HAS A POLICY" TO WS-REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO CHECK-POLICY-PARA-EXIT
           END-IF.

           MOVE RTP-RETAIN-MONTHS TO WS-CALC-MONTHS.
           PERFORM CUTOFF-DATE-PARA THRU CUTOFF-DATE-PARA-EXIT.

           ADD 1 TO WS-POLICY-COUNT.
           SET PT-IDX TO WS-POLICY-COUNT.
           MOVE RTP-DATASET       TO PT-DATASET(PT-IDX).
           MOVE RTP-FIELD         TO PT-FIELD(PT-IDX).
           MOVE RTP-RETAIN-MONTHS TO PT-MONTHS(PT-IDX).
           MOVE RTP-ACTION        TO PT-ACTION(PT-IDX).
           MOVE FC-OFFSET(FC-IDX) TO PT-OFFSET(PT-IDX).
           MOVE FC-LENGTH(FC-IDX) TO PT-LENGTH(PT-IDX).
           MOVE WS-CUTOFF-DATE    TO PT-CUTOFF(PT-IDX).
           MOVE ZEROS             TO PT-CHANGED(PT-IDX).
           MOVE ZEROS             TO PT-ALREADY(PT-IDX).
           IF RTP-PSEUDONYMIZE
               SET ANY-PSEUDONYMIZE TO TRUE
           END-IF.

           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DATASET-COUNT
               IF DS-NAME(DS-IDX) = RTP-DATASET
                   MOVE 'Y' TO DS-IN-POLICY(DS-IDX)
               END-IF
           END-PERFORM.

           PERFORM POLICY-ACTION-NAME-PARA
                   THRU POLICY-ACTION-NAME-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING PT-DATASET(PT-IDX) " " PT-FIELD(PT-IDX)
                  " RETAIN " PT-MONTHS(PT-IDX) " MONTHS  "
                  WS-ACTION-NAME " DATA DATED BEFORE "
                  PT-CUTOFF(PT-IDX)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

       CHECK-POLICY-PARA-EXIT.
           EXIT.

       POLICY-ACTION-NAME-PARA.
           IF PT-PURGE(PT-IDX)
               MOVE "PURGE" TO WS-ACTION-NAME
           ELSE
               MOVE "PSEUDONYMIZE" TO WS-ACTION-NAME
           END-IF.

       POLICY-ACTION-NAME-PARA-EXIT.
           EXIT.

      * Granica = datum izvodjenja umanjen za WS-CALC-MONTHS mjeseci;
      * 31. dan u kracem mjesecu postaje zadnji dan tog mjeseca.
       CUTOFF-DATE-PARA.
           COMPUTE WS-MONTH-TOTAL =
                   (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1
                   - WS-CALC-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-MONTH-REM.
           COMPUTE WS-CUT-MONTH = WS-MONTH-REM + 1.
           MOVE WS-RUN-DAY TO WS-CUT-DAY.
           PERFORM UNTIL WS-CUT-DAY < 29
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE) = 0
               SUBTRACT 1 FROM WS-CUT-DAY
           END-PERFORM.

       CUTOFF-DATE-PARA-EXIT.
           EXIT.

       LOAD-CLOCKS-PARA.
           MOVE 'N' TO WS-CLK-EOF.
           OPEN INPUT CLOCK-IN.
           READ CLOCK-IN INTO RETENTION-CLOCK-RECORD
               AT END SET END-OF-CLOCKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CLOCKS OR TABLE-IS-FULL
               IF WS-CLOCK-COUNT NOT LESS THAN WS-MAX-CLOCKS
                   SET TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CLOCK-COUNT
                   SET CK-IDX TO WS-CLOCK-COUNT
                   MOVE RCK-DATASET    TO CK-DATASET(CK-IDX)
                   MOVE RCK-KEY        TO CK-KEY(CK-IDX)
                   MOVE RCK-SINCE-DATE TO CK-SINCE(CK-IDX)
                   MOVE 'N'            TO CK-SEEN(CK-IDX)
                   READ CLOCK-IN INTO RETENTION-CLOCK-RECORD
                       AT END SET END-OF-CLOCKS TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE CLOCK-IN.

       LOAD-CLOCKS-PARA-EXIT.
           EXIT.

      * Referentni datum zapisa bez datuma zatvaranja: datum kad ga
      * je sat prvi put vidio zatvorenim (novi sat krece danas).
       CLOCK-DATE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CLOCK-COUNT
               IF CK-DATASET(CK-IDX) = WS-CLOCK-DATASET
                       AND CK-KEY(CK-IDX) = WS-CLOCK-KEY
                   SET ENTRY-FOUND TO TRUE
                   MOVE 'Y' TO CK-SEEN(CK-IDX)
                   MOVE CK-SINCE(CK-IDX) TO WS-REF-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               GO TO CLOCK-DATE-PARA-EXIT
           END-IF.

           MOVE WS-RUN-DATE-NUM TO WS-REF-DATE.
           IF WS-CLOCK-COUNT NOT LESS THAN WS-MAX-CLOCKS
               IF NOT TABLE-IS-FULL
                   DISPLAY "RETPURGE: RETENTION CLOCK TABLE FULL"
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET TABLE-IS-FULL TO TRUE
               GO TO CLOCK-DATE-PARA-EXIT
           END-IF.

           ADD 1 TO WS-CLOCK-COUNT.
           SET CK-IDX TO WS-CLOCK-COUNT.
           MOVE WS-CLOCK-DATASET TO CK-DATASET(CK-IDX).
           MOVE WS-CLOCK-KEY     TO CK-KEY(CK-IDX).
           MOVE WS-RUN-DATE-NUM  TO CK-SINCE(CK-IDX).
           MOVE 'Y'              TO CK-SEEN(CK-IDX).
           ADD 1 TO CLOCKS-STARTED.

       CLOCK-DATE-PARA-EXIT.
           EXIT.

      * Primjenjuje politike skupa WS-CUR-DATASET na zapis u
      * WS-REC-BUFFER s referentnim datumom WS-REF-DATE. Prazno polje
      * i vec pseudonimizirano polje se ne diraju.
       APPLY-POLICIES-PARA.
           MOVE 'N' TO WS-REC-ELIGIBLE.
           MOVE 'N' TO WS-REC-CHANGED.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-POLICY-COUNT
               IF PT-DATASET(PT-IDX) = WS-CUR-DATASET
                       AND WS-REF-DATE < PT-CUTOFF(PT-IDX)
                   SET REC-ELIGIBLE TO TRUE
                   MOVE SPACES TO WS-FIELD-VALUE
                   MOVE WS-REC-BUFFER(PT-OFFSET(PT-IDX):
                                      PT-LENGTH(PT-IDX))
                       TO WS-FIELD-VALUE
                   EVALUATE TRUE
                       WHEN WS-FIELD-VALUE = SPACES
                           ADD 1 TO PT-ALREADY(PT-IDX)
                       WHEN PT-PURGE(PT-IDX)
                           MOVE SPACES TO WS-NEW-VALUE
                           PERFORM CHANGE-FIELD-PARA
                                   THRU CHANGE-FIELD-PARA-EXIT
                       WHEN WS-FIELD-VALUE(1:4) = "PSN:"
                           ADD 1 TO PT-ALREADY(PT-IDX)
                       WHEN OTHER
                           PERFORM PSEUDONYM-PARA
                                   THRU PSEUDONYM-PARA-EXIT
                           PERFORM CHANGE-FIELD-PARA
                                   THRU CHANGE-FIELD-PARA-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF REC-ELIGIBLE
               ADD 1 TO DS-ELIGIBLE(DS-IDX)
           END-IF.
           IF REC-CHANGED
               ADD 1 TO DS-CHANGED(DS-IDX)
           END-IF.

       APPLY-POLICIES-PARA-EXIT.
           EXIT.

      * Upisuje novu vrijednost polja u medjuspremnik i biljezi
      * izmjenu u izvjestaju - kljucem zapisa, bez osobnog podatka.
       CHANGE-FIELD-PARA.
           MOVE WS-NEW-VALUE
               TO WS-REC-BUFFER(PT-OFFSET(PT-IDX):PT-LENGTH(PT-IDX)).
           SET REC-CHANGED TO TRUE.
           ADD 1 TO PT-CHANGED(PT-IDX).
           ADD 1 TO TOTAL-FIELDS-CHANGED.

           PERFORM POLICY-ACTION-NAME-PARA
                   THRU POLICY-ACTION-NAME-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF MODE-PURGE
               STRING WS-CUR-DATASET " " WS-REC-KEY " "
                      PT-FIELD(PT-IDX)(1:15) " " WS-ACTION-NAME
                      " DONE  DATED " WS-REF-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               STRING WS-CUR-DATASET " " WS-REC-KEY " "
                      PT-FIELD(PT-IDX)(1:15) " " WS-ACTION-NAME
                      " DUE   DATED " WS-REF-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

       CHANGE-FIELD-PARA-EXIT.
           EXIT.

      * Pseudonim = "PSN:" i CHNHASH otisak imena (velika slova, bez
      * pratecih razmaka) s tajnim kljucem na mjestu prethodnog
      * hasha. Otisak se ne moze vratiti u ime, a bez kljuca se ne
      * moze ni izracunati za pogodjeno ime.
       PSEUDONYM-PARA.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO WS-PSN-INPUT.
           MOVE 0 TO WS-TRAIL-SPACES.
           INSPECT FUNCTION REVERSE(WS-PSN-INPUT)
               TALLYING WS-TRAIL-SPACES FOR LEADING SPACES.
           COMPUTE WS-VALUE-LEN = LENGTH OF WS-PSN-INPUT
                                  - WS-TRAIL-SPACES.

           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-PSEUDONYM-KEY TO CHN-PREV-HASH.
           MOVE WS-VALUE-LEN     TO CHN-DATA-LEN.
           MOVE WS-PSN-INPUT     TO CHN-DATA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           MOVE SPACES TO WS-NEW-VALUE.
           STRING "PSN:" CHN-NEW-HASH
               DELIMITED BY SIZE INTO WS-NEW-VALUE.

       PSEUDONYM-PARA-EXIT.
           EXIT.

      * Skup se ne moze otvoriti - ostaje netaknut i necertificiran.
       DATASET-UNAVAILABLE-PARA.
           MOVE 'U' TO DS-STATE(DS-IDX).
           MOVE SPACES TO DS-NOTE(DS-IDX).
           STRING "NOT AVAILABLE (STATUS " WS-FILE-STATUS ")"
               DELIMITED BY SIZE INTO DS-NOTE(DS-IDX).
           DISPLAY "RETPURGE: " WS-CUR-DATASET " NOT AVAILABLE ("
                   WS-FILE-STATUS ") - NOT PURGED".
           MOVE 12 TO RETURN-CODE.

       DATASET-UNAVAILABLE-PARA-EXIT.
           EXIT.

       REWRITE-FAILED-PARA.
           MOVE 'F' TO DS-STATE(DS-IDX).
           MOVE SPACES TO DS-NOTE(DS-IDX).
           STRING "REWRITE FAILED AT RECORD " WS-RECNO
                  " (STATUS " WS-FILE-STATUS ")"
               DELIMITED BY SIZE INTO DS-NOTE(DS-IDX).
           DISPLAY "RETPURGE: " WS-CUR-DATASET " REWRITE FAILED AT "
                   "RECORD " WS-RECNO " (" WS-FILE-STATUS ")".
           MOVE 12 TO RETURN-CODE.

       REWRITE-FAILED-PARA-EXIT.
           EXIT.

      * CIRHST: svaki zapis po datumu akcije (CHR-RUN-DATE).
       PURGE-CIRC-PARA.
           MOVE "CIRHST" TO WS-CUR-DATASET.
           SET DS-IDX TO 1.
           IF MODE-PURGE
               OPEN I-O CIRC-HISTORY-FILE
           ELSE
               OPEN INPUT CIRC-HISTORY-FILE
           END-IF.
           IF NOT CIRC-OK
               MOVE CIRC-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO PURGE-CIRC-PARA-EXIT
           END-IF.

           MOVE 'P' TO DS-STATE(DS-IDX).
           MOVE 'N' TO WS-SRC-EOF.
           MOVE ZEROS TO WS-RECNO.
           READ CIRC-HISTORY-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               ADD 1 TO DS-READ(DS-IDX)
               MOVE CIRC-HISTORY-RECORD TO WS-REC-BUFFER
               IF CHR-RUN-DATE IS NUMERIC
                   MOVE CHR-RUN-DATE TO WS-REF-DATE
               ELSE
                   MOVE ZEROS TO WS-REF-DATE
               END-IF
               MOVE SPACES TO WS-REC-KEY
               STRING "REC " WS-RECNO " BOOK " CHR-BOOK-ID "/"
                      CHR-COPY-NO
                   DELIMITED BY SIZE INTO WS-REC-KEY
               PERFORM APPLY-POLICIES-PARA
                       THRU APPLY-POLICIES-PARA-EXIT
               IF REC-CHANGED AND MODE-PURGE
                   MOVE WS-REC-BUFFER TO CIRC-HISTORY-RECORD
                   REWRITE CIRC-HISTORY-RECORD
                   IF NOT CIRC-OK
                       MOVE CIRC-STATUS TO WS-FILE-STATUS
                       PERFORM REWRITE-FAILED-PARA
                               THRU REWRITE-FAILED-PARA-EXIT
                       EXIT PERFORM
                   END-IF
               END-IF
               READ CIRC-HISTORY-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CIRC-HISTORY-FILE.

       PURGE-CIRC-PARA-EXIT.
           EXIT.

      * MEMBFL: samo neaktivni clanovi, po datumu isteka clanstva;
      * clan bez proslog datuma isteka ide po satu zadrzavanja.
       PURGE-MEMBERS-PARA.
           MOVE "MEMBFL" TO WS-CUR-DATASET.
           SET DS-IDX TO 2.
           IF MODE-PURGE
               OPEN I-O MEMBER-FILE
           ELSE
               OPEN INPUT MEMBER-FILE
           END-IF.
           IF NOT MEMB-OK
               MOVE MEMB-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO PURGE-MEMBERS-PARA-EXIT
           END-IF.

           MOVE 'P' TO DS-STATE(DS-IDX).
           MOVE 'N' TO WS-SRC-EOF.
           MOVE ZEROS TO WS-RECNO.
           READ MEMBER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               ADD 1 TO DS-READ(DS-IDX)
               IF MBR-INACTIVE
                   MOVE MEMBER-DETAIL TO WS-REC-BUFFER
                   IF MBR-EXPIRY-DATE IS NUMERIC
                           AND MBR-EXPIRY-DATE > ZEROS
                           AND MBR-EXPIRY-DATE NOT > WS-RUN-DATE-NUM
                       MOVE MBR-EXPIRY-DATE TO WS-REF-DATE
                   ELSE
                       MOVE "MEMBFL" TO WS-CLOCK-DATASET
                       MOVE MBR-ID   TO WS-CLOCK-KEY
                       PERFORM CLOCK-DATE-PARA
                               THRU CLOCK-DATE-PARA-EXIT
                   END-IF
                   MOVE SPACES TO WS-REC-KEY
                   STRING "MEMBER " MBR-ID
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   PERFORM APPLY-POLICIES-PARA
                           THRU APPLY-POLICIES-PARA-EXIT
                   IF REC-CHANGED AND MODE-PURGE
                       MOVE WS-REC-BUFFER TO MEMBER-DETAIL
                       REWRITE MEMBER-DETAIL
                       IF NOT MEMB-OK
                           MOVE MEMB-STATUS TO WS-FILE-STATUS
                           PERFORM REWRITE-FAILED-PARA
                                   THRU REWRITE-FAILED-PARA-EXIT
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEMBER-FILE.

       PURGE-MEMBERS-PARA-EXIT.
           EXIT.

      * CUSTFL: samo zatvoreni kupci, po satu zadrzavanja.
       PURGE-CUSTOMERS-PARA.
           MOVE "CUSTFL" TO WS-CUR-DATASET.
           SET DS-IDX TO 3.
           IF MODE-PURGE
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF.
           IF NOT CUST-OK
               MOVE CUST-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO PURGE-CUSTOMERS-PARA-EXIT
           END-IF.

           MOVE 'P' TO DS-STATE(DS-IDX).
           MOVE 'N' TO WS-SRC-EOF.
           MOVE ZEROS TO WS-RECNO.
           READ CUSTOMER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               ADD 1 TO DS-READ(DS-IDX)
               IF CST-CLOSED
                   MOVE CUSTOMER-DETAIL TO WS-REC-BUFFER
                   MOVE "CUSTFL" TO WS-CLOCK-DATASET
                   MOVE CST-ID   TO WS-CLOCK-KEY
                   PERFORM CLOCK-DATE-PARA THRU CLOCK-DATE-PARA-EXIT
                   MOVE SPACES TO WS-REC-KEY
                   STRING "CUSTOMER " CST-ID
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   PERFORM APPLY-POLICIES-PARA
                           THRU APPLY-POLICIES-PARA-EXIT
                   IF REC-CHANGED AND MODE-PURGE
                       MOVE WS-REC-BUFFER TO CUSTOMER-DETAIL
                       REWRITE CUSTOMER-DETAIL
                       IF NOT CUST-OK
                           MOVE CUST-STATUS TO WS-FILE-STATUS
                           PERFORM REWRITE-FAILED-PARA
                                   THRU REWRITE-FAILED-PARA-EXIT
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
               READ CUSTOMER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       PURGE-CUSTOMERS-PARA-EXIT.
           EXIT.

      * OWNRJRN: zapis psa koji vise nije registriran (pas pod
      * zadnjim vlasnikom iz journala nije u DOG-VSAM-u), po datumu
      * prijenosa. Od prvog izmijenjenog zapisa dalje svaki ulancani
      * zapis dobiva novi hash, pa lanac ostaje neprekinut za CHNVRFY
      * i DOGTRX nastavlja od novog vrha.
       PURGE-JOURNAL-PARA.
           MOVE "OWNRJRN" TO WS-CUR-DATASET.
           SET DS-IDX TO 4.
           PERFORM LOAD-JOURNAL-DOGS-PARA
                   THRU LOAD-JOURNAL-DOGS-PARA-EXIT.
           IF DS-STATE(DS-IDX) NOT = SPACE
               GO TO PURGE-JOURNAL-PARA-EXIT
           END-IF.

           IF MODE-PURGE
               OPEN I-O OWNER-JOURNAL
           ELSE
               OPEN INPUT OWNER-JOURNAL
           END-IF.
           IF NOT JRN-OK
               MOVE JRN-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO PURGE-JOURNAL-PARA-EXIT
           END-IF.

           MOVE 'P' TO DS-STATE(DS-IDX).
           MOVE 'N' TO WS-SRC-EOF.
           MOVE ZEROS TO WS-RECNO.
           MOVE SPACES TO WS-CHAIN-PREV.
           READ OWNER-JOURNAL
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               ADD 1 TO DS-READ(DS-IDX)
               MOVE 'N' TO WS-REC-CHANGED
               MOVE 'N' TO WS-REC-REWRITE
               IF OWJ-CHAIN-HASH NOT = SPACES
                   MOVE OWJ-CHAIN-HASH TO WS-OLD-TIP
               END-IF

               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING DL-IDX FROM 1 BY 1
                       UNTIL DL-IDX > WS-DOG-COUNT
                   IF DL-DOG-NAME(DL-IDX) = OWJ-DOG-NAME
                       SET ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND AND NOT DL-IS-REGISTERED(DL-IDX)
                   MOVE OWNER-JOURNAL-RECORD TO WS-REC-BUFFER
                   IF OWJ-TRANSFER-DATE IS NUMERIC
                       MOVE OWJ-TRANSFER-DATE TO WS-REF-DATE
                   ELSE
                       MOVE ZEROS TO WS-REF-DATE
                   END-IF
                   MOVE SPACES TO WS-REC-KEY
                   STRING "REC " WS-RECNO " DOG " OWJ-DOG-NAME
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   PERFORM APPLY-POLICIES-PARA
                           THRU APPLY-POLICIES-PARA-EXIT
                   IF REC-CHANGED
                       MOVE WS-REC-BUFFER TO OWNER-JOURNAL-RECORD
                       SET REC-REWRITE TO TRUE
                   END-IF
               END-IF

      * Zapisi bez hasha prethode lancu i ostaju bez njega.
               IF OWJ-CHAIN-HASH NOT = SPACES
                   IF REC-CHANGED AND NOT RECHAIN-STARTED
                       SET RECHAIN-STARTED TO TRUE
                       MOVE WS-RECNO TO WS-RECHAIN-FROM
                   END-IF
                   IF RECHAIN-STARTED
                       MOVE SPACES TO CHAIN-HASH-REQUEST
                       MOVE WS-CHAIN-PREV TO CHN-PREV-HASH
                       MOVE 95 TO CHN-DATA-LEN
                       MOVE OWNER-JOURNAL-RECORD(1:95) TO CHN-DATA
                       MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
                       CALL "CHNHASH" USING CHAIN-HASH-REQUEST
                       MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                       MOVE CHN-NEW-HASH TO OWJ-CHAIN-HASH
                       SET REC-REWRITE TO TRUE
                   END-IF
                   MOVE OWJ-CHAIN-HASH TO WS-CHAIN-PREV
               END-IF

               IF REC-REWRITE AND MODE-PURGE
                   REWRITE OWNER-JOURNAL-RECORD
                   IF NOT JRN-OK
                       MOVE JRN-STATUS TO WS-FILE-STATUS
                       PERFORM REWRITE-FAILED-PARA
                               THRU REWRITE-FAILED-PARA-EXIT
                       EXIT PERFORM
                   END-IF
               END-IF
               READ OWNER-JOURNAL
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OWNER-JOURNAL.

       PURGE-JOURNAL-PARA-EXIT.
           EXIT.

      * Prvi prolaz kroz OWNRJRN: provjera hash lanca (kao CHNVRFY)
      * i zadnji novi vlasnik po imenu psa, zatim po jedan keyed READ
      * u DOG-VSAM za svakog psa. Prekinut lanac znaci da je journal
      * vec mijenjan mimo DOGTRX-a - journal se tada ne dira.
       LOAD-JOURNAL-DOGS-PARA.
           MOVE 0 TO WS-DOG-COUNT.
           MOVE ZEROS TO WS-RECNO.
           MOVE ZEROS TO WS-BREAK-RECNO.
           MOVE SPACES TO WS-VERIFY-HASH.
           MOVE 'N' TO WS-VERIFY-FLAG.
           OPEN INPUT OWNER-JOURNAL.
           IF NOT JRN-OK
               MOVE JRN-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO LOAD-JOURNAL-DOGS-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-SRC-EOF.
           READ OWNER-JOURNAL
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               PERFORM VERIFY-JOURNAL-CHAIN-PARA
                       THRU VERIFY-JOURNAL-CHAIN-PARA-EXIT
               IF WS-BREAK-RECNO > 0
                   MOVE 'F' TO DS-STATE(DS-IDX)
                   MOVE SPACES TO DS-NOTE(DS-IDX)
                   STRING "NOT PURGED - HASH CHAIN BROKEN AT RECORD "
                          WS-BREAK-RECNO
                       DELIMITED BY SIZE INTO DS-NOTE(DS-IDX)
                   DISPLAY "RETPURGE: OWNRJRN HASH CHAIN BROKEN AT "
                           "RECORD " WS-BREAK-RECNO " - NOT PURGED"
                   MOVE 12 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING DL-IDX FROM 1 BY 1
                       UNTIL DL-IDX > WS-DOG-COUNT
                   IF DL-DOG-NAME(DL-IDX) = OWJ-DOG-NAME
                       SET ENTRY-FOUND TO TRUE
                       MOVE OWJ-NEW-OWNER TO DL-LAST-OWNER(DL-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
                   IF WS-DOG-COUNT NOT LESS THAN WS-MAX-DOGS
                       MOVE 'F' TO DS-STATE(DS-IDX)
                       MOVE "NOT PURGED - DOG TABLE FULL"
                           TO DS-NOTE(DS-IDX)
                       DISPLAY "RETPURGE: OWNRJRN DOG TABLE FULL"
                       MOVE 12 TO RETURN-CODE
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-DOG-COUNT
                   SET DL-IDX TO WS-DOG-COUNT
                   MOVE OWJ-DOG-NAME  TO DL-DOG-NAME(DL-IDX)
                   MOVE OWJ-NEW-OWNER TO DL-LAST-OWNER(DL-IDX)
                   MOVE 'N'           TO DL-REGISTERED(DL-IDX)
               END-IF
               READ OWNER-JOURNAL
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OWNER-JOURNAL.
           IF DS-STATE(DS-IDX) NOT = SPACE
               GO TO LOAD-JOURNAL-DOGS-PARA-EXIT
           END-IF.

      * Bez registra se ne zna koji su psi odjavljeni - journal se
      * tada ne dira.
           OPEN INPUT DOG-VSAM.
           IF NOT DOG-FILE-OK
               MOVE DOG-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               MOVE SPACES TO DS-NOTE(DS-IDX)
               STRING "NOT PURGED - DOG-VSAM NOT AVAILABLE (STATUS "
                      DOG-STATUS ")"
                   DELIMITED BY SIZE INTO DS-NOTE(DS-IDX)
               CLOSE DOG-VSAM
               GO TO LOAD-JOURNAL-DOGS-PARA-EXIT
           END-IF.

           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > WS-DOG-COUNT
               MOVE DL-DOG-NAME(DL-IDX)   TO DG-NAME
               MOVE DL-LAST-OWNER(DL-IDX) TO DG-OWNER
               READ DOG-VSAM
                   INVALID KEY
                       MOVE 'N' TO DL-REGISTERED(DL-IDX)
                   NOT INVALID KEY
                       MOVE 'Y' TO DL-REGISTERED(DL-IDX)
               END-READ
           END-PERFORM.

           CLOSE DOG-VSAM.

       LOAD-JOURNAL-DOGS-PARA-EXIT.
           EXIT.

      * Zapisani hash procitanog zapisa prema lancu; zapisi bez hasha
      * prije prvog ulancanog su stari zapisi. Prekid ostavlja broj
      * zapisa u WS-BREAK-RECNO.
       VERIFY-JOURNAL-CHAIN-PARA.
           IF NOT VERIFY-STARTED
               IF OWJ-CHAIN-HASH = SPACES
                   GO TO VERIFY-JOURNAL-CHAIN-PARA-EXIT
               END-IF
               SET VERIFY-STARTED TO TRUE
           END-IF.

           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-VERIFY-HASH TO CHN-PREV-HASH.
           MOVE 95 TO CHN-DATA-LEN.
           MOVE OWNER-JOURNAL-RECORD(1:95) TO CHN-DATA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           IF CHN-NEW-HASH NOT = OWJ-CHAIN-HASH
               MOVE WS-RECNO TO WS-BREAK-RECNO
               GO TO VERIFY-JOURNAL-CHAIN-PARA-EXIT
           END-IF.

           MOVE OWJ-CHAIN-HASH TO WS-VERIFY-HASH.

       VERIFY-JOURNAL-CHAIN-PARA-EXIT.
           EXIT.

      * DSPARC: svi zapisi su rashodovana imovina, po datumu rashoda.
       PURGE-ARCHIVE-PARA.
           MOVE "DSPARC" TO WS-CUR-DATASET.
           SET DS-IDX TO 5.
           IF MODE-PURGE
               OPEN I-O DISPOSAL-ARCHIVE
           ELSE
               OPEN INPUT DISPOSAL-ARCHIVE
           END-IF.
           IF NOT DSP-OK
               MOVE DSP-STATUS TO WS-FILE-STATUS
               PERFORM DATASET-UNAVAILABLE-PARA
                       THRU DATASET-UNAVAILABLE-PARA-EXIT
               GO TO PURGE-ARCHIVE-PARA-EXIT
           END-IF.

           MOVE 'P' TO DS-STATE(DS-IDX).
           MOVE 'N' TO WS-SRC-EOF.
           MOVE ZEROS TO WS-RECNO.
           READ DISPOSAL-ARCHIVE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               ADD 1 TO WS-RECNO
               ADD 1 TO DS-READ(DS-IDX)
               MOVE DISPOSAL-ARCHIVE-RECORD TO WS-REC-BUFFER
               IF DSA-DATE IS NUMERIC
                   MOVE DSA-DATE TO WS-REF-DATE
               ELSE
                   MOVE ZEROS TO WS-REF-DATE
               END-IF
               MOVE SPACES TO WS-REC-KEY
               STRING "ASSET " DSA-COMPUTER-ID
                   DELIMITED BY SIZE INTO WS-REC-KEY
               PERFORM APPLY-POLICIES-PARA
                       THRU APPLY-POLICIES-PARA-EXIT
               IF REC-CHANGED AND MODE-PURGE
                   MOVE WS-REC-BUFFER TO DISPOSAL-ARCHIVE-RECORD
                   REWRITE DISPOSAL-ARCHIVE-RECORD
                   IF NOT DSP-OK
                       MOVE DSP-STATUS TO WS-FILE-STATUS
                       PERFORM REWRITE-FAILED-PARA
                               THRU REWRITE-FAILED-PARA-EXIT
                       EXIT PERFORM
                   END-IF
               END-IF
               READ DISPOSAL-ARCHIVE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DISPOSAL-ARCHIVE.

       PURGE-ARCHIVE-PARA-EXIT.
           EXIT.

      * Novi sat zadrzavanja: zapis koji je obradjeni skup ovaj put
      * vidio zatvorenim ostaje, ostali ispadaju (zapis je ponovno
      * aktivan ili ga vise nema); sat skupa koji nije obradjen se
      * prenosi netaknut.
       WRITE-CLOCKS-PARA.
           OPEN OUTPUT CLOCK-OUT.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CLOCK-COUNT
               MOVE 'Y' TO WS-FOUND-FLAG
               IF NOT CK-WAS-SEEN(CK-IDX)
                   IF (CK-DATASET(CK-IDX) = "MEMBFL"
                           AND DS-PROCESSED(2))
                       OR (CK-DATASET(CK-IDX) = "CUSTFL"
                           AND DS-PROCESSED(3))
                       MOVE 'N' TO WS-FOUND-FLAG
                   END-IF
               END-IF
               IF ENTRY-FOUND
                   MOVE SPACES TO RETENTION-CLOCK-RECORD
                   MOVE CK-DATASET(CK-IDX) TO RCK-DATASET
                   MOVE CK-KEY(CK-IDX)     TO RCK-KEY
                   MOVE CK-SINCE(CK-IDX)   TO RCK-SINCE-DATE
                   WRITE CLOCK-OUT-RECORD FROM RETENTION-CLOCK-RECORD
                   ADD 1 TO CLOCKS-CARRIED
               ELSE
                   ADD 1 TO CLOCKS-DROPPED
               END-IF
           END-PERFORM.
           CLOSE CLOCK-OUT.

       WRITE-CLOCKS-PARA-EXIT.
           EXIT.

      * Potvrda za sluzbenika za zastitu podataka: politika s
      * brojem izmjena, stanje svakog skupa, vrh lanca OWNRJRN-a i
      * zakljucak.
       WRITE-CERTIFICATE-PARA.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE "CERTIFICATE FOR THE DATA PROTECTION OFFICER"
               TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN " WS-RUN-NUMBER "  RUN DATE " WS-RUN-DATE
                  "  MODE " WS-MODE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-POLICY-COUNT
               PERFORM POLICY-ACTION-NAME-PARA
                       THRU POLICY-ACTION-NAME-PARA-EXIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " PT-DATASET(PT-IDX) " "
                      PT-FIELD(PT-IDX)(1:15) " " WS-ACTION-NAME
                      " BEFORE " PT-CUTOFF(PT-IDX)
                      "  CHANGED " PT-CHANGED(PT-IDX)
                      "  ALREADY CLEAN " PT-ALREADY(PT-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-PERFORM.

           MOVE ZEROS TO WS-NOT-PROCESSED.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DATASET-COUNT
               IF DS-HAS-POLICY(DS-IDX)
                   IF DS-PROCESSED(DS-IDX)
                       MOVE "PROCESSED" TO DS-NOTE(DS-IDX)
                   ELSE
                       ADD 1 TO WS-NOT-PROCESSED
                   END-IF
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " DS-NAME(DS-IDX)
                          " READ " DS-READ(DS-IDX)
                          "  EXPIRED " DS-ELIGIBLE(DS-IDX)
                          "  RECORDS CHANGED " DS-CHANGED(DS-IDX)
                          "  " DS-NOTE(DS-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE
                   WRITE RETENTION-REPORT-LINE
               END-IF
           END-PERFORM.

           IF RECHAIN-STARTED
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  OWNRJRN HASH CHAIN RECOMPUTED FROM RECORD "
                      WS-RECHAIN-FROM "  PREVIOUS TIP " WS-OLD-TIP
                      "  NEW TIP " WS-CHAIN-PREV
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  RETENTION CLOCKS KEPT " CLOCKS-CARRIED
                  "  STARTED THIS RUN " CLOCKS-STARTED
                  "  DROPPED (REACTIVATED OR REMOVED) " CLOCKS-DROPPED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.

           IF MODE-PURGE
                   AND (DS-CHANGED(2) > 0 OR DS-CHANGED(3) > 0)
               MOVE SPACES TO RETENTION-REPORT-LINE
               STRING "  MEMBFL/CUSTFL CHANGED - REBUILD THE PARTY "
                      "INDEX (PARTYBLD) SO PTYIDX DROPS THE OLD NAMES"
                   DELIMITED BY SIZE INTO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
           END-IF.

           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           EVALUATE TRUE
               WHEN MODE-REPORT
                   MOVE SPACES TO RETENTION-REPORT-LINE
                   STRING "PREVIEW ONLY - NO DATASET WAS CHANGED. "
                          "RUN WITH MODE=PURGE TO APPLY THE POLICY."
                       DELIMITED BY SIZE INTO RETENTION-REPORT-LINE
               WHEN WS-NOT-PROCESSED > 0 OR TABLE-IS-FULL
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "NOT CERTIFIED - " WS-NOT-PROCESSED
                          " DATASET(S) NOT FULLY PROCESSED, SEE ABOVE"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO RETENTION-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO RETENTION-REPORT-LINE
                   STRING "CERTIFIED - ALL PERSONAL DATA PAST ITS "
                          "RETENTION PERIOD REMOVED OR IRREVERSIBLY "
                          "PSEUDONYMIZED IN PLACE."
                       DELIMITED BY SIZE INTO RETENTION-REPORT-LINE
           END-EVALUATE.
           WRITE RETENTION-REPORT-LINE.

       WRITE-CERTIFICATE-PARA-EXIT.
           EXIT.

       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "RETPURGE"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-FIELDS-CHANGED TO ALOG-RECORD-COUNT
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
