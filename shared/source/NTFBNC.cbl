      ******************************************************************
      *    NTFBNC - Obrada povrata isporuke obavijesti. Povratnu       *
      *             datoteku mail housea (NTFRET - odbijeni e-mail,    *
      *             neisporucivo pismo, neuspjeli SMS) sparuje sa      *
      *             zadnjim poslanim zapisom istog primatelja, kanala  *
      *             i predloska u redu NTFQFL i postavlja mu status B; *
      *             red se prepisuje u NTFQOUT. Primatelj i kanal      *
      *             upisuju se u registar neispravnih kontakata        *
      *             (CNTINV u CNTNEW, vidi shared/copylib/CNTINV) sa   *
      *             sluzbom i izvornim masterom (MEMBFL, CMPFL,        *
      *             CUSTFL, DOG-VSAM); zapis se brise kad se kontakt u *
      *             masteru ispravi, primatelj nestane ili istekne     *
      *             KEEP dana bez povrata. NTFDISP po registru         *
      *             sljedecu obavijest salje drugim kanalom. PARM      *
      *             DESKLIST=Y daje tjedni popis neispravnih kontakata *
      *             po sluzbama (INVLST) za ispravak.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFBNC.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Povratna datoteka mail housea - jedan zapis po odbijenoj
      * ili neisporucenoj stavci.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO NTFRET
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFY-QUEUE-IN ASSIGN TO NTFQFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFY-QUEUE-OUT ASSIGN TO NTFQOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CONTACT-REGISTER-IN ASSIGN TO CNTINV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CONTACT-REGISTER-OUT ASSIGN TO CNTNEW
                  ORGANIZATION IS SEQUENTIAL.

      * Izvorni masteri kontakata - citaju se samo radi kljuca i
      * trenutnog kontakta primatelja.
           SELECT OPTIONAL MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL COMPUTER-FILE ASSIGN TO CMPFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS DOG-STATUS.

           SELECT BOUNCE-REPORT ASSIGN TO BNCRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Tjedni popis neispravnih kontakata po sluzbama (PARM
      * DESKLIST=Y).
           SELECT DESK-LIST ASSIGN TO INVLST
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RET-CHANNEL       PIC X(5).
           05 FILLER            PIC X.
           05 RET-TEMPLATE      PIC X(8).
           05 FILLER            PIC X.
           05 RET-RECIPIENT     PIC X(50).
           05 FILLER            PIC X.
           05 RET-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 RET-REASON-CODE   PIC X(4).
           05 FILLER            PIC X.
           05 RET-REASON        PIC X(40).

       FD NOTIFY-QUEUE-IN RECORDING MODE F.
       01 NOTIFY-QUEUE-IN-RECORD PIC X(176).

       FD NOTIFY-QUEUE-OUT RECORDING MODE F.
       01 NOTIFY-QUEUE-OUT-RECORD PIC X(176).

       FD CONTACT-REGISTER-IN RECORDING MODE F.
       01 CONTACT-REGISTER-IN-RECORD PIC X(229).

       FD CONTACT-REGISTER-OUT RECORDING MODE F.
       01 CONTACT-REGISTER-OUT-RECORD PIC X(229).

       FD MEMBER-FILE.
           COPY MEMBER.

      * Raspored CMPFL zapisa kao u EMPWARN-u.
       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD.
           05 CMP-COMPUTER-ID   PIC X(5).
           05 CMP-OWNER-NAME    PIC X(30).
           05 CMP-OWNER-EMAIL   PIC X(50).
           05 CMP-PURCHASE-DATE PIC X(10).
           05 CMP-TRANSFER-DATE PIC X(10).

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

       FD BOUNCE-REPORT.
       01 BOUNCE-REPORT-LINE PIC X(132).

       FD DESK-LIST.
       01 DESK-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY NOTIFREC.
           COPY CNTINV.

       01 DOG-STATUS       PIC XX.
           88 DOG-FILE-OK   VALUE "00".

       01 WS-RET-EOF       PIC X VALUE 'N'.
           88 END-OF-RETURNS  VALUE 'Y'.
       01 WS-QUEUE-EOF     PIC X VALUE 'N'.
           88 END-OF-QUEUE    VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-SRC-EOF       PIC X VALUE 'N'.
           88 END-OF-SOURCE   VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(132).

      * Datum izvodjenja - default danasnji, nadjacava se preko
      * PARM-a RUNDATE=YYYYMMDD.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-NUM  REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INTEGER   PIC 9(7) VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
           05 FILLER       PIC X(13).

      * Cuvanje zapisa registra bez novog povrata (PARM KEEP=nnn
      * dana, default 180) i tjedni popis za sluzbe (DESKLIST=Y).
       01 WS-KEEP-DAYS     PIC 9(4) VALUE 180.
       01 WS-DESK-LIST-FLAG PIC X VALUE 'N'.
           88 DESK-LIST-WANTED VALUE 'Y'.

      * Sluzba po prefiksu programa koji je obavijest stavio u red:
      * prefiks, duljina prefiksa, sluzba i izvorni master kontakata
      * (razmaci = sluzba nema master kontakata).
       01 DESK-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE "BOOK".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(8)  VALUE "LIBRARY".
           05 FILLER PIC X(8)  VALUE "MEMBFL".
           05 FILLER PIC X(8)  VALUE "BORR".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(8)  VALUE "LIBRARY".
           05 FILLER PIC X(8)  VALUE "MEMBFL".
           05 FILLER PIC X(8)  VALUE "EMP".
           05 FILLER PIC 9     VALUE 3.
           05 FILLER PIC X(8)  VALUE "ASSETS".
           05 FILLER PIC X(8)  VALUE "CMPFL".
           05 FILLER PIC X(8)  VALUE "BANK".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(8)  VALUE "BANK".
           05 FILLER PIC X(8)  VALUE "CUSTFL".
           05 FILLER PIC X(8)  VALUE "CUST".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(8)  VALUE "BANK".
           05 FILLER PIC X(8)  VALUE "CUSTFL".
           05 FILLER PIC X(8)  VALUE "DOG".
           05 FILLER PIC 9     VALUE 3.
           05 FILLER PIC X(8)  VALUE "DOGS".
           05 FILLER PIC X(8)  VALUE "DOGVS".
           05 FILLER PIC X(8)  VALUE "CAR".
           05 FILLER PIC 9     VALUE 3.
           05 FILLER PIC X(8)  VALUE "CARS".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CM".
           05 FILLER PIC 9     VALUE 2.
           05 FILLER PIC X(8)  VALUE "CHAMPS".
           05 FILLER PIC X(8)  VALUE SPACES.
       01 DESK-TABLE REDEFINES DESK-DEFINITIONS.
           05 DESK-ENTRY OCCURS 8 TIMES INDEXED BY DSK-IDX.
              10 DK-PREFIX      PIC X(8).
              10 DK-PREFIX-LEN  PIC 9.
              10 DK-DESK        PIC X(8).
              10 DK-SOURCE-FILE PIC X(8).
       01 WS-DESK-COUNT    PIC 9(2) VALUE 8.

      * Redoslijed sluzbi na tjednom popisu.
       01 DESK-ORDER-NAMES.
           05 FILLER PIC X(8) VALUE "LIBRARY".
           05 FILLER PIC X(8) VALUE "ASSETS".
           05 FILLER PIC X(8) VALUE "BANK".
           05 FILLER PIC X(8) VALUE "DOGS".
           05 FILLER PIC X(8) VALUE "CARS".
           05 FILLER PIC X(8) VALUE "CHAMPS".
           05 FILLER PIC X(8) VALUE "OTHER".
       01 DESK-ORDER-TABLE REDEFINES DESK-ORDER-NAMES.
           05 DO-DESK PIC X(8) OCCURS 7 TIMES.
       01 WS-ORDER-SUB     PIC 9(2) VALUE ZEROS.
       01 WS-ORDER-COUNT   PIC 9(2) VALUE 7.

      * Povrati iz NTFRET-a s rednim brojem pogodjenog zapisa reda
      * (zadnji poslani zapis istog primatelja, kanala i predloska).
       01 WS-MAX-RETURNS   PIC 9(4) VALUE 2000.
       01 WS-RETURN-COUNT  PIC 9(4) VALUE 0.
       01 RETURN-TABLE.
           02 RETURN-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-RETURN-COUNT
                           INDEXED BY RET-IDX.
              03 RT-CHANNEL     PIC X(5).
              03 RT-TEMPLATE    PIC X(8).
              03 RT-RECIPIENT   PIC X(50).
              03 RT-DATE        PIC 9(8).
              03 RT-REASON-CODE PIC X(4).
              03 RT-REASON      PIC X(40).
              03 RT-QUEUE-REC   PIC 9(8).
              03 RT-PROGRAM-ID  PIC X(8).

      * Registar neispravnih kontakata u memoriji.
       01 WS-MAX-CONTACTS  PIC 9(4) VALUE 2000.
       01 WS-CONTACT-COUNT PIC 9(4) VALUE 0.
       01 CONTACT-TABLE.
           02 CONTACT-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-CONTACT-COUNT
                            INDEXED BY CNT-IDX.
              03 CT-RECORD      PIC X(229).
              03 CT-VIEW REDEFINES CT-RECORD.
                 04 FILLER         PIC X(66).
                 04 CT-SOURCE-FILE PIC X(8).
                 04 FILLER         PIC X(27).
                 04 CT-CONTACT     PIC X(50).
                 04 FILLER         PIC X(78).
      * N = novi ovim pokretanjem, K = zadrzan, C = kontakt
      * ispravljen u izvornom masteru, G = primatelja vise nema u
      * masteru, E = isteklo razdoblje cuvanja.
              03 CT-STATE       PIC X.
                 88 CT-IS-NEW      VALUE "N".
                 88 CT-IS-KEPT     VALUE "K".
                 88 CT-IS-CLEARED  VALUE "C" "G" "E".
              03 CT-FOUND       PIC X.
                 88 CT-SOURCE-FOUND VALUE "Y".

       01 WS-QUEUE-REC-NO  PIC 9(8) VALUE ZEROS.
       01 WS-DESK          PIC X(8).
       01 WS-SOURCE-FILE   PIC X(8).
       01 WS-DAYS-IDLE     PIC S9(7).
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-STATE-TEXT    PIC X(24).

       01 TOTAL-RETURNS    PIC 9(6) VALUE ZEROS.
       01 MATCHED-COUNT    PIC 9(6) VALUE ZEROS.
       01 UNMATCHED-COUNT  PIC 9(6) VALUE ZEROS.
       01 QUEUE-COUNT      PIC 9(8) VALUE ZEROS.
       01 NEW-CONTACTS     PIC 9(6) VALUE ZEROS.
       01 REPEAT-CONTACTS  PIC 9(6) VALUE ZEROS.
       01 CLEARED-CONTACTS PIC 9(6) VALUE ZEROS.
       01 KEPT-CONTACTS    PIC 9(6) VALUE ZEROS.
       01 DESK-LINES       PIC 9(6) VALUE ZEROS.

       01 WS-ED-COUNT      PIC ZZZ9.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=povrati bez
      * poslane obavijesti u redu, 8=greska u podacima, 12=greska
      * datoteke.
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
               DISPLAY "NTFBNC: INVALID RUNDATE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           OPEN OUTPUT BOUNCE-REPORT.
           MOVE "DELIVERY RETURNS PROCESSING" TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
                  "  REGISTER KEEP DAYS: " WS-KEEP-DAYS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.

           PERFORM LOAD-RETURNS-PARA THRU LOAD-RETURNS-PARA-EXIT.
           PERFORM MATCH-QUEUE-PARA THRU MATCH-QUEUE-PARA-EXIT.
           PERFORM REWRITE-QUEUE-PARA THRU REWRITE-QUEUE-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.
           PERFORM REPORT-RETURNS-PARA THRU REPORT-RETURNS-PARA-EXIT.
           PERFORM CHECK-SOURCES-PARA THRU CHECK-SOURCES-PARA-EXIT.
           PERFORM WRITE-REGISTER-PARA THRU WRITE-REGISTER-PARA-EXIT.

           IF DESK-LIST-WANTED
               PERFORM WRITE-DESK-LIST-PARA
                       THRU WRITE-DESK-LIST-PARA-EXIT
           END-IF.

           MOVE SPACES TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RETURNS: " TOTAL-RETURNS
                  "  BOUNCED: " MATCHED-COUNT
                  "  NOT IN QUEUE: " UNMATCHED-COUNT
                  "  NEW: " NEW-CONTACTS
                  "  REPEATED: " REPEAT-CONTACTS
                  "  CLEARED: " CLEARED-CONTACTS
                  "  IN REGISTER: " KEPT-CONTACTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           CLOSE BOUNCE-REPORT.

           DISPLAY "NTFBNC: " TOTAL-RETURNS " RETURNS - BOUNCED "
                   MATCHED-COUNT " NOT FOUND " UNMATCHED-COUNT
                   " NEW INVALID " NEW-CONTACTS
                   " CLEARED " CLEARED-CONTACTS
                   " REGISTER " KEPT-CONTACTS.

           IF UNMATCHED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "KEEP=90,DESKLIST=Y", i puni KEYWORD-TABLE - vidi TASK5C.
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
                       WHEN "KEEP"
                           COMPUTE WS-KEEP-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "DESKLIST"
                           MOVE KW-VALUE(KW-IDX)(1:1)
                               TO WS-DESK-LIST-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARMS-PARA-EXIT.
           EXIT.

      * Ucitava povrate mail housea. Zapis bez primatelja ili s
      * nepoznatim kanalom se odbacuje uz poruku.
       LOAD-RETURNS-PARA.
           OPEN INPUT RETURN-FILE.

           READ RETURN-FILE
               AT END SET END-OF-RETURNS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RETURNS
               ADD 1 TO TOTAL-RETURNS
               IF RET-RECIPIENT = SPACES
                       OR (RET-CHANNEL NOT = "MAIL"
                           AND RET-CHANNEL NOT = "PRINT"
                           AND RET-CHANNEL NOT = "SMS")
                   DISPLAY "NTFBNC: INVALID RETURN RECORD "
                           RETURN-RECORD
                   ADD 1 TO UNMATCHED-COUNT
               ELSE
                   IF WS-RETURN-COUNT NOT LESS THAN WS-MAX-RETURNS
                       DISPLAY "NTFBNC: RETURN TABLE FULL - SKIPPED "
                               RET-RECIPIENT
                       ADD 1 TO UNMATCHED-COUNT
                   ELSE
                       ADD 1 TO WS-RETURN-COUNT
                       SET RET-IDX TO WS-RETURN-COUNT
                       MOVE RET-CHANNEL   TO RT-CHANNEL(RET-IDX)
                       MOVE RET-TEMPLATE  TO RT-TEMPLATE(RET-IDX)
                       MOVE RET-RECIPIENT TO RT-RECIPIENT(RET-IDX)
                       MOVE RET-DATE      TO RT-DATE(RET-IDX)
                       IF RET-DATE IS NOT NUMERIC
                           MOVE WS-RUN-DATE-NUM TO RT-DATE(RET-IDX)
                       END-IF
                       MOVE RET-REASON-CODE
                           TO RT-REASON-CODE(RET-IDX)
                       MOVE RET-REASON    TO RT-REASON(RET-IDX)
                       MOVE ZEROS         TO RT-QUEUE-REC(RET-IDX)
                       MOVE SPACES        TO RT-PROGRAM-ID(RET-IDX)
                   END-IF
               END-IF
               READ RETURN-FILE
                   AT END SET END-OF-RETURNS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE RETURN-FILE.

       LOAD-RETURNS-PARA-EXIT.
           EXIT.

      * Prvi prolaz kroz NTFQFL: svakom povratu pamti redni broj
      * zadnjeg poslanog (S) zapisa istog primatelja, kanala i
      * predloska te program koji je obavijest stavio u red.
       MATCH-QUEUE-PARA.
           MOVE ZEROS TO WS-QUEUE-REC-NO.
           OPEN INPUT NOTIFY-QUEUE-IN.

           READ NOTIFY-QUEUE-IN
               AT END SET END-OF-QUEUE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-QUEUE
               ADD 1 TO WS-QUEUE-REC-NO
               MOVE NOTIFY-QUEUE-IN-RECORD TO NOTIFY-QUEUE-RECORD
               IF NTF-STATUS = "S"
                   PERFORM VARYING RET-IDX FROM 1 BY 1
                           UNTIL RET-IDX > WS-RETURN-COUNT
                       IF RT-RECIPIENT(RET-IDX) = NTF-RECIPIENT
                           AND RT-CHANNEL(RET-IDX) = NTF-CHANNEL
                           AND (RT-TEMPLATE(RET-IDX) = NTF-TEMPLATE
                                OR RT-TEMPLATE(RET-IDX) = SPACES)
                           MOVE WS-QUEUE-REC-NO
                               TO RT-QUEUE-REC(RET-IDX)
                           MOVE NTF-PROGRAM-ID
                               TO RT-PROGRAM-ID(RET-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ NOTIFY-QUEUE-IN
                   AT END SET END-OF-QUEUE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-QUEUE-IN.

       MATCH-QUEUE-PARA-EXIT.
           EXIT.

      * Drugi prolaz: cijeli red se prepisuje u NTFQOUT (JCL njime
      * zamjenjuje stari red, kao iza NTFDISP-a), a pogodjeni zapisi
      * dobivaju status B (vraceno/odbijeno).
       REWRITE-QUEUE-PARA.
           MOVE ZEROS TO WS-QUEUE-REC-NO.
           MOVE 'N' TO WS-QUEUE-EOF.
           OPEN INPUT NOTIFY-QUEUE-IN.
           OPEN OUTPUT NOTIFY-QUEUE-OUT.

           READ NOTIFY-QUEUE-IN
               AT END SET END-OF-QUEUE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-QUEUE
               ADD 1 TO WS-QUEUE-REC-NO
               ADD 1 TO QUEUE-COUNT
               MOVE NOTIFY-QUEUE-IN-RECORD TO NOTIFY-QUEUE-RECORD
               PERFORM VARYING RET-IDX FROM 1 BY 1
                       UNTIL RET-IDX > WS-RETURN-COUNT
                   IF RT-QUEUE-REC(RET-IDX) = WS-QUEUE-REC-NO
                       MOVE "B" TO NTF-STATUS
                   END-IF
               END-PERFORM
               MOVE NOTIFY-QUEUE-RECORD TO NOTIFY-QUEUE-OUT-RECORD
               WRITE NOTIFY-QUEUE-OUT-RECORD
               READ NOTIFY-QUEUE-IN
                   AT END SET END-OF-QUEUE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-QUEUE-IN.
           CLOSE NOTIFY-QUEUE-OUT.

       REWRITE-QUEUE-PARA-EXIT.
           EXIT.

      * Ucitava postojeci registar neispravnih kontakata.
       LOAD-REGISTER-PARA.
           OPEN INPUT CONTACT-REGISTER-IN.

           READ CONTACT-REGISTER-IN
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               IF WS-CONTACT-COUNT NOT LESS THAN WS-MAX-CONTACTS
                   DISPLAY "NTFBNC: CONTACT TABLE FULL - DROPPED "
                           CONTACT-REGISTER-IN-RECORD(10:50)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CONTACT-COUNT
                   SET CNT-IDX TO WS-CONTACT-COUNT
                   MOVE CONTACT-REGISTER-IN-RECORD
                       TO CT-RECORD(CNT-IDX)
                   MOVE "K" TO CT-STATE(CNT-IDX)
                   MOVE "N" TO CT-FOUND(CNT-IDX)
               END-IF
               READ CONTACT-REGISTER-IN
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CONTACT-REGISTER-IN.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

      * Ispisuje svaki povrat i pogodjene unosi u registar - novi
      * primatelj/kanal dobiva zapis, ponovljeni povrat azurira
      * postojeci.
       REPORT-RETURNS-PARA.
           MOVE SPACES TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE "RETURNED ITEMS" TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.

           PERFORM VARYING RET-IDX FROM 1 BY 1
                   UNTIL RET-IDX > WS-RETURN-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               IF RT-QUEUE-REC(RET-IDX) = ZEROS
                   ADD 1 TO UNMATCHED-COUNT
                   STRING "  " RT-CHANNEL(RET-IDX)
                          " " RT-TEMPLATE(RET-IDX)
                          " " RT-RECIPIENT(RET-IDX)
                          " " RT-REASON-CODE(RET-IDX)
                          "  NO SENT NOTIFICATION IN QUEUE"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               ELSE
                   ADD 1 TO MATCHED-COUNT
                   PERFORM FLAG-CONTACT-PARA
                           THRU FLAG-CONTACT-PARA-EXIT
                   STRING "  " RT-CHANNEL(RET-IDX)
                          " " RT-TEMPLATE(RET-IDX)
                          " " RT-RECIPIENT(RET-IDX)
                          " " RT-REASON-CODE(RET-IDX)
                          "  BOUNCED - DESK " WS-DESK
                          " " RT-REASON(RET-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-IF
               MOVE TEMP-REPORT-LINE TO BOUNCE-REPORT-LINE
               WRITE BOUNCE-REPORT-LINE
           END-PERFORM.

       REPORT-RETURNS-PARA-EXIT.
           EXIT.

      * Sluzba i izvorni master po prefiksu programa iz reda.
       FIND-DESK-PARA.
           MOVE "OTHER" TO WS-DESK.
           MOVE SPACES TO WS-SOURCE-FILE.
           PERFORM VARYING DSK-IDX FROM 1 BY 1
                   UNTIL DSK-IDX > WS-DESK-COUNT
               IF RT-PROGRAM-ID(RET-IDX)(1:DK-PREFIX-LEN(DSK-IDX))
                   = DK-PREFIX(DSK-IDX)(1:DK-PREFIX-LEN(DSK-IDX))
                   MOVE DK-DESK(DSK-IDX) TO WS-DESK
                   MOVE DK-SOURCE-FILE(DSK-IDX) TO WS-SOURCE-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-DESK-PARA-EXIT.
           EXIT.

      * Upisuje povrat RET-IDX u registar neispravnih kontakata.
       FLAG-CONTACT-PARA.
           PERFORM FIND-DESK-PARA THRU FIND-DESK-PARA-EXIT.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CONTACT-COUNT
               MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
               IF ICN-DESK = WS-DESK
                   AND ICN-RECIPIENT = RT-RECIPIENT(RET-IDX)
                   AND ICN-CHANNEL = RT-CHANNEL(RET-IDX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ENTRY-FOUND
               ADD 1 TO REPEAT-CONTACTS
               IF RT-DATE(RET-IDX) > ICN-LAST-DATE
                   MOVE RT-DATE(RET-IDX) TO ICN-LAST-DATE
               END-IF
               ADD 1 TO ICN-BOUNCES
               MOVE RT-REASON-CODE(RET-IDX) TO ICN-REASON-CODE
               MOVE RT-REASON(RET-IDX) TO ICN-REASON
               MOVE RT-TEMPLATE(RET-IDX) TO ICN-TEMPLATE
               MOVE INVALID-CONTACT-RECORD TO CT-RECORD(CNT-IDX)
               GO TO FLAG-CONTACT-PARA-EXIT
           END-IF.

           IF WS-CONTACT-COUNT NOT LESS THAN WS-MAX-CONTACTS
               DISPLAY "NTFBNC: CONTACT TABLE FULL - NOT FLAGGED "
                       RT-RECIPIENT(RET-IDX)
               MOVE 8 TO RETURN-CODE
               GO TO FLAG-CONTACT-PARA-EXIT
           END-IF.

           ADD 1 TO NEW-CONTACTS.
           INITIALIZE INVALID-CONTACT-RECORD.
           MOVE WS-DESK                 TO ICN-DESK.
           MOVE RT-RECIPIENT(RET-IDX)   TO ICN-RECIPIENT.
           MOVE RT-CHANNEL(RET-IDX)     TO ICN-CHANNEL.
           MOVE WS-SOURCE-FILE          TO ICN-SOURCE-FILE.
           MOVE RT-DATE(RET-IDX)        TO ICN-FIRST-DATE.
           MOVE RT-DATE(RET-IDX)        TO ICN-LAST-DATE.
           MOVE 1                       TO ICN-BOUNCES.
           MOVE RT-REASON-CODE(RET-IDX) TO ICN-REASON-CODE.
           MOVE RT-REASON(RET-IDX)      TO ICN-REASON.
           MOVE RT-TEMPLATE(RET-IDX)    TO ICN-TEMPLATE.
           ADD 1 TO WS-CONTACT-COUNT.
           SET CNT-IDX TO WS-CONTACT-COUNT.
           MOVE INVALID-CONTACT-RECORD TO CT-RECORD(CNT-IDX).
           MOVE "N" TO CT-STATE(CNT-IDX).
           MOVE "N" TO CT-FOUND(CNT-IDX).

       FLAG-CONTACT-PARA-EXIT.
           EXIT.

      * Usporedba registra s izvornim masterima: novom zapisu se
      * upisuje kljuc i trenutni kontakt, a zadrzanom se provjerava
      * je li kontakt u medjuvremenu ispravljen.
       CHECK-SOURCES-PARA.
           PERFORM SCAN-MEMBERS-PARA THRU SCAN-MEMBERS-PARA-EXIT.
           PERFORM SCAN-COMPUTERS-PARA THRU SCAN-COMPUTERS-PARA-EXIT.
           PERFORM SCAN-CUSTOMERS-PARA THRU SCAN-CUSTOMERS-PARA-EXIT.
           PERFORM SCAN-DOGS-PARA THRU SCAN-DOGS-PARA-EXIT.

           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CONTACT-COUNT
               MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
               IF CT-IS-KEPT(CNT-IDX)
                   AND ICN-SOURCE-FILE NOT = SPACES
                   AND ICN-SOURCE-KEY NOT = SPACES
                   AND NOT CT-SOURCE-FOUND(CNT-IDX)
                   MOVE "G" TO CT-STATE(CNT-IDX)
               END-IF
               IF CT-IS-KEPT(CNT-IDX)
                   COMPUTE WS-DAYS-IDLE = WS-RUN-INTEGER
                           - FUNCTION INTEGER-OF-DATE(ICN-LAST-DATE)
                   IF WS-DAYS-IDLE > WS-KEEP-DAYS
                       MOVE "E" TO CT-STATE(CNT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SOURCES-PARA-EXIT.
           EXIT.

      * Zajednicki dio usporedbe: primatelj zapisa CNT-IDX nadjen je
      * u masteru s kljucem i kontaktom u ICN-SOURCE-KEY/WS-CONTACT.
       MATCH-SOURCE-PARA.
           MOVE "Y" TO CT-FOUND(CNT-IDX).
           IF CT-IS-NEW(CNT-IDX)
               MOVE INVALID-CONTACT-RECORD TO CT-RECORD(CNT-IDX)
               GO TO MATCH-SOURCE-PARA-EXIT
           END-IF.
           IF CT-IS-KEPT(CNT-IDX)
               AND CT-CONTACT(CNT-IDX) NOT = ICN-CONTACT
               MOVE "C" TO CT-STATE(CNT-IDX)
           END-IF.

       MATCH-SOURCE-PARA-EXIT.
           EXIT.

      * MEMBFL: primatelj knjiznicnih obavijesti je ime clana
      * (MBR-NAME), kontakt MBR-CONTACT.
       SCAN-MEMBERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT MEMBER-FILE.
           READ MEMBER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
                   IF ICN-SOURCE-FILE = "MEMBFL"
                       AND ICN-RECIPIENT = MBR-NAME
                       AND NOT CT-SOURCE-FOUND(CNT-IDX)
                       MOVE MBR-ID TO ICN-SOURCE-KEY
                       MOVE MBR-CONTACT TO ICN-CONTACT
                       PERFORM MATCH-SOURCE-PARA
                               THRU MATCH-SOURCE-PARA-EXIT
                   END-IF
               END-PERFORM
               READ MEMBER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEMBER-FILE.

       SCAN-MEMBERS-PARA-EXIT.
           EXIT.

      * CMPFL: primatelj obavijesti o imovini je OWNER-EMAIL, pa je
      * kontakt ispravljen kad ta adresa nestane iz mastera.
       SCAN-COMPUTERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT COMPUTER-FILE.
           READ COMPUTER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
                   IF ICN-SOURCE-FILE = "CMPFL"
                       AND ICN-RECIPIENT = CMP-OWNER-EMAIL
                       AND NOT CT-SOURCE-FOUND(CNT-IDX)
                       MOVE CMP-COMPUTER-ID TO ICN-SOURCE-KEY
                       MOVE CMP-OWNER-EMAIL TO ICN-CONTACT
                       PERFORM MATCH-SOURCE-PARA
                               THRU MATCH-SOURCE-PARA-EXIT
                   END-IF
               END-PERFORM
               READ COMPUTER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

       SCAN-COMPUTERS-PARA-EXIT.
           EXIT.

      * CUSTFL: primatelj je ime kupca ili njegov kontakt.
       SCAN-CUSTOMERS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT CUSTOMER-FILE.
           READ CUSTOMER-FILE
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
                   IF ICN-SOURCE-FILE = "CUSTFL"
                       AND (ICN-RECIPIENT = CST-NAME
                            OR ICN-RECIPIENT = CST-CONTACT)
                       AND NOT CT-SOURCE-FOUND(CNT-IDX)
                       MOVE CST-ID TO ICN-SOURCE-KEY
                       MOVE CST-CONTACT TO ICN-CONTACT
                       PERFORM MATCH-SOURCE-PARA
                               THRU MATCH-SOURCE-PARA-EXIT
                   END-IF
               END-PERFORM
               READ CUSTOMER-FILE
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       SCAN-CUSTOMERS-PARA-EXIT.
           EXIT.

      * DOG-VSAM: primatelj je vlasnik (DG-OWNER); registar pasa ne
      * vodi adresu, pa je kljuc prvi pas vlasnika, a zapis nestaje
      * kad vlasnik vise nema registriranog psa.
       SCAN-DOGS-PARA.
           MOVE 'N' TO WS-SRC-EOF.
           OPEN INPUT DOG-VSAM.
           IF NOT DOG-FILE-OK
               DISPLAY "NTFBNC: DOG-VSAM NOT AVAILABLE ("
                       DOG-STATUS ") - DOG OWNERS NOT CHECKED"
               CLOSE DOG-VSAM
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   IF CT-SOURCE-FILE(CNT-IDX) = "DOGVS"
                       MOVE "Y" TO CT-FOUND(CNT-IDX)
                   END-IF
               END-PERFORM
               GO TO SCAN-DOGS-PARA-EXIT
           END-IF.

           READ DOG-VSAM NEXT
               AT END SET END-OF-SOURCE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SOURCE
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
                   IF ICN-SOURCE-FILE = "DOGVS"
                       AND ICN-RECIPIENT = DG-OWNER
                       AND NOT CT-SOURCE-FOUND(CNT-IDX)
                       MOVE DG-NAME TO ICN-SOURCE-KEY
                       MOVE DG-OWNER TO ICN-CONTACT
                       PERFORM MATCH-SOURCE-PARA
                               THRU MATCH-SOURCE-PARA-EXIT
                   END-IF
               END-PERFORM
               READ DOG-VSAM NEXT
                   AT END SET END-OF-SOURCE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DOG-VSAM.

       SCAN-DOGS-PARA-EXIT.
           EXIT.

      * Pise novi registar (CNTNEW, JCL njime zamjenjuje CNTINV) i
      * ispisuje zapise koji su iz njega ispali.
       WRITE-REGISTER-PARA.
           MOVE SPACES TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.
           MOVE "CONTACTS CLEARED FROM REGISTER" TO BOUNCE-REPORT-LINE.
           WRITE BOUNCE-REPORT-LINE.

           OPEN OUTPUT CONTACT-REGISTER-OUT.

           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CONTACT-COUNT
               MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
               IF CT-IS-CLEARED(CNT-IDX)
                   ADD 1 TO CLEARED-CONTACTS
                   EVALUATE CT-STATE(CNT-IDX)
                       WHEN "C"
                           MOVE "CONTACT CORRECTED" TO WS-STATE-TEXT
                       WHEN "G"
                           MOVE "NO LONGER IN SOURCE"
                               TO WS-STATE-TEXT
                       WHEN OTHER
                           MOVE "NO BOUNCE WITHIN KEEP"
                               TO WS-STATE-TEXT
                   END-EVALUATE
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  " ICN-DESK
                          " " ICN-CHANNEL
                          " " ICN-RECIPIENT
                          " " ICN-SOURCE-FILE
                          " " ICN-SOURCE-KEY
                          " " WS-STATE-TEXT
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO BOUNCE-REPORT-LINE
                   WRITE BOUNCE-REPORT-LINE
               ELSE
                   ADD 1 TO KEPT-CONTACTS
                   MOVE INVALID-CONTACT-RECORD
                       TO CONTACT-REGISTER-OUT-RECORD
                   WRITE CONTACT-REGISTER-OUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE CONTACT-REGISTER-OUT.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

      * Tjedni popis neispravnih kontakata, jedan odjeljak po
      * sluzbi - sluzba ispravlja kontakt u svom masteru, a sljedeci
      * NTFBNC run zapis brise iz registra.
       WRITE-DESK-LIST-PARA.
           OPEN OUTPUT DESK-LIST.

           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE ZEROS TO DESK-LINES
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "INVALID CONTACTS FOR CORRECTION - DESK "
                      DO-DESK(WS-ORDER-SUB)
                      "  RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO DESK-LIST-LINE
               WRITE DESK-LIST-LINE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "RECIPIENT                                  "
                      "        CHAN  SOURCE   KEY              "
                      "         CURRENT CONTACT"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO DESK-LIST-LINE
               WRITE DESK-LIST-LINE
               PERFORM VARYING CNT-IDX FROM 1 BY 1
                       UNTIL CNT-IDX > WS-CONTACT-COUNT
                   MOVE CT-RECORD(CNT-IDX) TO INVALID-CONTACT-RECORD
                   IF NOT CT-IS-CLEARED(CNT-IDX)
                       AND ICN-DESK = DO-DESK(WS-ORDER-SUB)
                       PERFORM WRITE-DESK-LINE-PARA
                               THRU WRITE-DESK-LINE-PARA-EXIT
                   END-IF
               END-PERFORM
               MOVE DESK-LINES TO WS-ED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "INVALID CONTACTS: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO DESK-LIST-LINE
               WRITE DESK-LIST-LINE
               MOVE SPACES TO DESK-LIST-LINE
               WRITE DESK-LIST-LINE
           END-PERFORM.

           CLOSE DESK-LIST.

       WRITE-DESK-LIST-PARA-EXIT.
           EXIT.

       WRITE-DESK-LINE-PARA.
           ADD 1 TO DESK-LINES.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING ICN-RECIPIENT
                  " " ICN-CHANNEL
                  " " ICN-SOURCE-FILE
                  " " ICN-SOURCE-KEY
                  " " ICN-CONTACT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO DESK-LIST-LINE.
           WRITE DESK-LIST-LINE.

           MOVE ICN-BOUNCES TO WS-ED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    FIRST " ICN-FIRST-DATE
                  "  LAST " ICN-LAST-DATE
                  "  BOUNCES " WS-ED-COUNT
                  "  TEMPLATE " ICN-TEMPLATE
                  "  REASON " ICN-REASON-CODE
                  " " ICN-REASON
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO DESK-LIST-LINE.
           WRITE DESK-LIST-LINE.

       WRITE-DESK-LINE-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "NTFBNC"    TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-RETURNS TO ALOG-RECORD-COUNT
           IF UNMATCHED-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
