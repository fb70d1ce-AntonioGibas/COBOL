       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORRRENW.

      ******************************************************************
      * BORRRENW - Godisnji ciklus obnove clanstva. Prolazi master     *
      *            clanova (MEMBFL) i aktivnom clanu kojem clanstvo    *
      *            istjece unutar NOTICEDAYS= dana (default 30), a     *
      *            clanarina jos nije zaduzena, tereti godisnju        *
      *            clanarinu njegove kategorije (CAT-RENEWAL-FEE iz    *
      *            CATFL) zapisom u RNWCHG (FINLED raspored - knjizi   *
      *            ga FINEPOST, pa dug zavrsi na FINBFL kao svaki      *
      *            drugi), stavlja RENEWDUE obavijest u NTFQFL red i   *
      *            oznacuje clana s MBR-RENEWAL-FLAG "B". Clanu bez    *
      *            datuma isteka (master iz vremena prije isteka)      *
      *            dodjeljuje istek za NOTICEDAYS dana. Novi master    *
      *            ide u MEMBOUT; samo produzenje radi BORRREG RENEW   *
      *            kad je clanarina placena.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-IN ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MEMBER-MASTER-OUT ASSIGN TO MEMBOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Pravila po kategoriji clana - isti CATFL koji cita BOOKCIRC.
           SELECT OPTIONAL CATEGORY-RULES-FILE ASSIGN TO CATFL
                  ORGANIZATION IS SEQUENTIAL.

      * Zaduzenja clanarine - isti raspored kao BOOKOVD-ova knjiga
      * zaduzenja, pa je FINEPOST knjizi kroz FINLED DD
      * (konkatenacija u JCL-u, kao BOOKCIRC-ov CHGFL).
           SELECT RENEWAL-CHARGE-FILE ASSIGN TO RNWCHG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RENEWAL-REPORT ASSIGN TO RNWRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-IN.
       01 MEMBER-MASTER-IN-RECORD PIC X(103).

       FD MEMBER-MASTER-OUT.
           COPY MEMBER.

      * Isti raspored kao CATEGORY-RULES-RECORD u BOOKCIRC.cbl.
       FD CATEGORY-RULES-FILE.
       01 CATEGORY-RULES-RECORD.
           05 CAT-CATEGORY      PIC X.
           05 FILLER            PIC X.
           05 CAT-LOAN-LIMIT    PIC 9(2).
           05 FILLER            PIC X.
           05 CAT-LOAN-DAYS     PIC 9(3).
           05 FILLER            PIC X.
           05 CAT-RENEWAL-FEE   PIC 9(5)V99.

      * Isti raspored kao FINES-LEDGER-RECORD u BOOKOVD.cbl.
       FD RENEWAL-CHARGE-FILE.
       01 CHARGE-RECORD.
           05 CHG-BORROWER      PIC X(30).
           05 FILLER            PIC X       VALUE SPACE.
           05 CHG-BOOK-ID       PIC 9(5).
           05 FILLER            PIC X       VALUE SPACE.
           05 CHG-COPY-NO       PIC 9(2).
           05 FILLER            PIC X       VALUE SPACE.
           05 CHG-DAYS-OVERDUE  PIC 9(5).
           05 FILLER            PIC X       VALUE SPACE.
           05 CHG-FINE-AMOUNT   PIC 9(7)V99.
           05 FILLER            PIC X(4)    VALUE SPACES.

       FD RENEWAL-REPORT.
       01 RENEWAL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-MASTER-EOF     PIC X VALUE 'N'.
           88 END-OF-MASTER  VALUE 'Y'.
       01 WS-CAT-EOF        PIC X VALUE 'N'.
           88 END-OF-CATEGORIES VALUE 'Y'.

       01 MEMBERS-READ      PIC 9(5) VALUE ZEROS.
       01 BILLED-COUNT      PIC 9(5) VALUE ZEROS.
       01 DATED-COUNT       PIC 9(5) VALUE ZEROS.
       01 EXPIRED-COUNT     PIC 9(5) VALUE ZEROS.
       01 AWAITING-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-FEE-TOTAL      PIC 9(7)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE  PIC X(100).
       01 WS-FEE-EDIT       PIC ZZ,ZZ9.99.
       01 WS-TOTAL-EDIT     PIC Z,ZZZ,ZZ9.99.

      * Koliko dana prije isteka se clanarina zaduzuje i salje
      * obavijest - PARM NOTICEDAYS=.
       01 WS-NOTICE-DAYS    PIC 9(3) VALUE 30.

       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INTEGER  PIC 9(7) VALUE ZEROS.
       01 WS-NOTICE-LIMIT   PIC 9(8) VALUE ZEROS.

      * Clanarine po kategoriji iz CATFL.
       01 WS-MAX-CATEGORIES PIC 9(2) VALUE 10.
       01 WS-CAT-COUNT      PIC 9(2) VALUE 0.
       01 CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-CAT-COUNT
                              INDEXED BY CAT-IDX.
              03 CT-CATEGORY    PIC X.
              03 CT-RENEWAL-FEE PIC 9(5)V99.
       01 WS-RENEWAL-FEE    PIC 9(5)V99 VALUE ZEROS.

      * Obavijest o obnovi u zajednicki red - vidi shared/copylib/
      * NOTIFREC i shared/source/WRITENTF.
           COPY NOTIFREC.

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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           COMPUTE WS-NOTICE-LIMIT =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                            + WS-NOTICE-DAYS).

           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-PARA-EXIT.

           OPEN INPUT MEMBER-MASTER-IN.
           OPEN OUTPUT MEMBER-MASTER-OUT.
           OPEN OUTPUT RENEWAL-CHARGE-FILE.
           OPEN OUTPUT RENEWAL-REPORT.

           MOVE "MEMBERSHIP RENEWAL CYCLE" TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-TODAY-DATE-NUM
                  "  BILLING EXPIRIES UP TO: " WS-NOTICE-LIMIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           MOVE SPACES TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           READ MEMBER-MASTER-IN
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MASTER
               PERFORM PROCESS-MEMBER-PARA
                       THRU PROCESS-MEMBER-PARA-EXIT
               READ MEMBER-MASTER-IN
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE MEMBER-MASTER-IN.
           CLOSE MEMBER-MASTER-OUT.
           CLOSE RENEWAL-CHARGE-FILE.
           CLOSE RENEWAL-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "NOTICEDAYS=45", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * Prenosi NOTICEDAYS= iz KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "NOTICEDAYS"
                           COMPUTE WS-NOTICE-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * Ucitava clanarinu po kategoriji iz CATFL; kategorija bez
      * zapisa ili s nenumerickom clanarinom se ne naplacuje.
       LOAD-CATEGORIES-PARA.
           OPEN INPUT CATEGORY-RULES-FILE.

           READ CATEGORY-RULES-FILE
               AT END SET END-OF-CATEGORIES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CATEGORIES
                   OR WS-CAT-COUNT NOT LESS THAN WS-MAX-CATEGORIES
               IF CAT-RENEWAL-FEE IS NUMERIC
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CAT-CATEGORY    TO CT-CATEGORY(WS-CAT-COUNT)
                   MOVE CAT-RENEWAL-FEE
                       TO CT-RENEWAL-FEE(WS-CAT-COUNT)
               END-IF
               READ CATEGORY-RULES-FILE
                   AT END SET END-OF-CATEGORIES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CATEGORY-RULES-FILE.

       LOAD-CATEGORIES-PARA-EXIT.
           EXIT.

      * Jedan clan - dodjela isteka, zaduzenje clanarine i obavijest;
      * svaki zapis (i neaktivni) se prepisuje u novi master.
       PROCESS-MEMBER-PARA.
           ADD 1 TO MEMBERS-READ.
           MOVE MEMBER-MASTER-IN-RECORD TO MEMBER-DETAIL.
           IF MBR-CATEGORY = SPACE
               MOVE "A" TO MBR-CATEGORY
           END-IF.
           IF MEMBER-MASTER-IN-RECORD(94:8) IS NOT NUMERIC
               MOVE ZEROS TO MBR-EXPIRY-DATE
           END-IF.

           IF NOT MBR-ACTIVE
               GO TO PROCESS-MEMBER-WRITE
           END-IF.

           IF MBR-EXPIRY-DATE = ZEROS
               MOVE WS-NOTICE-LIMIT TO MBR-EXPIRY-DATE
               ADD 1 TO DATED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "MEMBER " MBR-ID " " MBR-NAME
                      " EXPIRY SET TO " MBR-EXPIRY-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE
               WRITE RENEWAL-REPORT-LINE
           END-IF.

           IF MBR-EXPIRY-DATE < WS-TODAY-DATE-NUM
               ADD 1 TO EXPIRED-COUNT
           END-IF.

           IF MBR-RENEWAL-BILLED
               ADD 1 TO AWAITING-COUNT
               GO TO PROCESS-MEMBER-WRITE
           END-IF.

           IF MBR-EXPIRY-DATE > WS-NOTICE-LIMIT
               GO TO PROCESS-MEMBER-WRITE
           END-IF.

           PERFORM BILL-RENEWAL-PARA THRU BILL-RENEWAL-PARA-EXIT.

       PROCESS-MEMBER-WRITE.
           WRITE MEMBER-DETAIL.

       PROCESS-MEMBER-PARA-EXIT.
           EXIT.

      * Zaduzuje clanarinu kategorije (zapis u RNWCHG), salje RENEWDUE
      * obavijest i oznacuje clana - clanarina nula se ne zaduzuje,
      * ali obavijest i oznaka idu, pa RENEW i dalje produzuje.
       BILL-RENEWAL-PARA.
           MOVE ZEROS TO WS-RENEWAL-FEE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
               IF CT-CATEGORY(CAT-IDX) = MBR-CATEGORY
                   MOVE CT-RENEWAL-FEE(CAT-IDX) TO WS-RENEWAL-FEE
               END-IF
           END-PERFORM.

           IF WS-RENEWAL-FEE > 0
               MOVE SPACES TO CHARGE-RECORD
               MOVE MBR-NAME       TO CHG-BORROWER
               MOVE ZEROS          TO CHG-BOOK-ID
               MOVE ZEROS          TO CHG-COPY-NO
               MOVE ZEROS          TO CHG-DAYS-OVERDUE
               MOVE WS-RENEWAL-FEE TO CHG-FINE-AMOUNT
               WRITE CHARGE-RECORD
               ADD WS-RENEWAL-FEE TO WS-FEE-TOTAL
           END-IF.

           MOVE WS-RENEWAL-FEE TO WS-FEE-EDIT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE MBR-NAME          TO NTF-RECIPIENT.
           MOVE "MAIL"            TO NTF-CHANNEL.
           MOVE "RENEWDUE"        TO NTF-TEMPLATE.
           MOVE MBR-EXPIRY-DATE   TO NTF-SUBST-1.
           MOVE FUNCTION TRIM(WS-FEE-EDIT) TO NTF-SUBST-2.
           MOVE MBR-CATEGORY      TO NTF-SUBST-3.
           MOVE "BORRRENW"        TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO NTF-RUN-NUMBER.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           SET MBR-RENEWAL-BILLED TO TRUE.
           ADD 1 TO BILLED-COUNT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MEMBER " MBR-ID " " MBR-NAME
                  " EXPIRES " MBR-EXPIRY-DATE
                  " CAT " MBR-CATEGORY
                  " FEE " FUNCTION TRIM(WS-FEE-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

       BILL-RENEWAL-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MEMBERS READ: " MEMBERS-READ
                  "  BILLED: " BILLED-COUNT
                  "  EXPIRY ASSIGNED: " DATED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "AWAITING PAYMENT: " AWAITING-COUNT
                  "  EXPIRED: " EXPIRED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RENEWAL FEES CHARGED: "
                  FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RENEWAL-REPORT-LINE.
           WRITE RENEWAL-REPORT-LINE.

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
           MOVE "BORRRENW"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE MEMBERS-READ TO ALOG-RECORD-COUNT
           MOVE "OK" TO ALOG-STATUS
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
