       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKHSHF.

      ******************************************************************
      * BOOKHSHF - Dnevna obrada police rezervacija. Prolazi COPY-VSAM *
      *            i za svaki primjerak na polici rezervacija (status  *
      *            "H", vidi obrada02/copylib/BOOKCOPY) trazi pripadni *
      *            HLD-READY zahtjev u HOLD-VSAM redu (vidi HOLDREC).  *
      *            Zahtjev kojem je prosao rok preuzimanja             *
      *            (HLD-PICKUP-BY < danas) istjece i brise se iz reda, *
      *            a primjerak ciji je zahtjev otkazan (BOOKHOLD       *
      *            CANCEL) ostaje bez vlasnika - u oba slucaja         *
      *            primjerak prelazi na sljedeci zahtjev koji ceka     *
      *            (HLD-SEQ redom, obavijest preko NTFQFL), a ako ga   *
      *            nema vraca se na policu (status "A"). Izvjestaj     *
      *            HSHRPT je popis police po poslovnici (BC-BRANCH):   *
      *            PULL - danas vraceno, staviti na policu             *
      *            rezervacija; HOLDING - ceka preuzimanje; RELABEL -  *
      *            prebaciti listic na novog clana; CLEAR - skinuti s  *
      *            police rezervacija i vratiti na policu. Rok         *
      *            preuzimanja PARM PICKUPDAYS=nn (default 7, kao      *
      *            BOOKCIRC) racuna servis radnih dana BUSDAY po       *
      *            pravilu BOOKHSHF-a iz BDAYFL.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT HOLD-VSAM ASSIGN TO HOLDVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS HOLD-STATUS.

           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT SHELF-REPORT ASSIGN TO HSHRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD HOLD-VSAM.
           COPY HOLDREC.

       FD BOOK-VSAM.
           COPY BOOKDET.

       FD SHELF-REPORT.
       01 SHELF-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 COPY-STATUS     PIC XX.
           88 COPY-OK      VALUE "00".
       01 HOLD-STATUS     PIC XX.
           88 HOLD-OK      VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-COPY-BROWSE-EOF PIC X VALUE 'N'.
           88 END-OF-COPY-BROWSE VALUE 'Y'.
       01 WS-HOLD-BROWSE-EOF PIC X VALUE 'N'.
           88 END-OF-HOLD-BROWSE VALUE 'Y'.

       01 SHELF-COUNT      PIC 9(5) VALUE ZEROS.
       01 PULL-COUNT       PIC 9(5) VALUE ZEROS.
       01 HOLDING-COUNT    PIC 9(5) VALUE ZEROS.
       01 EXPIRED-COUNT    PIC 9(5) VALUE ZEROS.
       01 CANCELLED-COUNT  PIC 9(5) VALUE ZEROS.
       01 RELABEL-COUNT    PIC 9(5) VALUE ZEROS.
       01 CLEAR-COUNT      PIC 9(5) VALUE ZEROS.
       01 VSAM-ERRORS      PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).

      * Primjerci na polici rezervacija - skupljaju se jednim
      * prolazom kroz COPY-VSAM, obraduju, pa ispisuju po poslovnici.
       01 WS-MAX-SHELF      PIC 9(4) VALUE 2000.
       01 WS-SHELF-COUNT    PIC 9(4) VALUE 0.
       01 SHELF-TABLE.
           02 SHELF-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-SHELF-COUNT
                           INDEXED BY SH-IDX.
              03 SH-BOOK-ID      PIC 9(5).
              03 SH-COPY-NO      PIC 9(2).
              03 SH-BRANCH       PIC X(3).
              03 SH-BORROWER     PIC X(30).
              03 SH-PICKUP-BY    PIC 9(8).
              03 SH-ACTION       PIC X(8).
              03 SH-REASON       PIC X(9).
              03 SH-NEW-BORROWER PIC X(30).
              03 SH-NEW-PICKUP   PIC 9(8).
              03 SH-PRINTED      PIC X.
                 88 SH-IS-PRINTED VALUE 'Y'.

      * Zahtjev koji drzi primjerak i sljedeci zahtjev koji ceka.
       01 WS-READY-FLAG     PIC X VALUE 'N'.
           88 READY-HOLD-FOUND VALUE 'Y'.
       01 WS-READY-KEY.
           05 WS-READY-BOOK-ID PIC 9(5).
           05 WS-READY-SEQ     PIC 9(3).
       01 WS-READY-PICKUP-BY PIC 9(8) VALUE ZEROS.
       01 WS-READY-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-FLAG      PIC X VALUE 'N'.
           88 NEXT-HOLD-FOUND VALUE 'Y'.
       01 WS-NEXT-KEY.
           05 WS-NEXT-BOOK-ID  PIC 9(5).
           05 WS-NEXT-SEQ      PIC 9(3).
       01 WS-NEXT-HOLDER    PIC X(30) VALUE SPACES.
       01 WS-PICKUP-BY      PIC 9(8) VALUE ZEROS.
       01 WS-AVAIL-COUNT    PIC 9(3) VALUE ZEROS.

      * Ispis po poslovnici - najmanja jos neispisana poslovnica.
       01 WS-CUR-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-BRANCH-FLAG    PIC X VALUE 'N'.
           88 BRANCH-FOUND   VALUE 'Y'.
       01 WS-BRANCH-LINES   PIC 9(5) VALUE ZEROS.

      * Rok za preuzimanje u danima - default 7, PARM PICKUPDAYS=nn.
       01 WS-PICKUP-DAYS    PIC 9(3) VALUE 7.

      * Danasnji datum (YYYYMMDD) - od njega se racuna rok
      * preuzimanja.
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.

      * Rok preuzimanja po radnim danima - vidi shared/copylib/
      * BDAYREQ i shared/source/BUSDAY (pravilo BOOKHSHF u BDAYFL).
           COPY BDAYREQ.

      * Obavijest clanu da ga primjerak ceka - vidi shared/copylib/
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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.
       01 WS-EXC-STATUS    PIC XX VALUE SPACES.
       01 WS-EXC-BOOK-ID   PIC 9(5) VALUE ZEROS.

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
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           OPEN I-O COPY-VSAM.
           OPEN I-O HOLD-VSAM.
           OPEN I-O BOOK-VSAM.
           OPEN OUTPUT SHELF-REPORT.

           PERFORM LOAD-SHELF-PARA THRU LOAD-SHELF-PARA-EXIT.

           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-SHELF-COUNT
               PERFORM CHECK-SHELF-COPY-PARA
                       THRU CHECK-SHELF-COPY-PARA-EXIT
           END-PERFORM.

           PERFORM PRINT-SHELF-LIST-PARA
                   THRU PRINT-SHELF-LIST-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE COPY-VSAM.
           CLOSE HOLD-VSAM.
           CLOSE BOOK-VSAM.
           CLOSE SHELF-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "PICKUPDAYS=5", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * Prenosi PICKUPDAYS= (rok preuzimanja za primjerak koji prelazi
      * na sljedeci zahtjev) iz KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "PICKUPDAYS"
                           COMPUTE WS-PICKUP-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * Skuplja sve primjerke sa statusom "H" - START na pocetak
      * klastera pa READ NEXT do kraja.
       LOAD-SHELF-PARA.
           MOVE 'N' TO WS-COPY-BROWSE-EOF.
           MOVE ZEROS TO BC-KEY.

           START COPY-VSAM KEY IS >= BC-KEY
               INVALID KEY
                   SET END-OF-COPY-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-COPY-BROWSE
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPY-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-COPY-BROWSE AND BC-ON-HOLD-SHELF
                   IF WS-SHELF-COUNT < WS-MAX-SHELF
                       ADD 1 TO WS-SHELF-COUNT
                       MOVE BC-BOOK-ID  TO SH-BOOK-ID(WS-SHELF-COUNT)
                       MOVE BC-COPY-NO  TO SH-COPY-NO(WS-SHELF-COUNT)
                       MOVE BC-BRANCH   TO SH-BRANCH(WS-SHELF-COUNT)
                       MOVE BC-BORROWER TO SH-BORROWER(WS-SHELF-COUNT)
                       MOVE BC-DUE-DATE TO SH-PICKUP-BY(WS-SHELF-COUNT)
                       MOVE SPACES TO SH-ACTION(WS-SHELF-COUNT)
                       MOVE SPACES TO SH-REASON(WS-SHELF-COUNT)
                       MOVE SPACES TO SH-NEW-BORROWER(WS-SHELF-COUNT)
                       MOVE ZEROS TO SH-NEW-PICKUP(WS-SHELF-COUNT)
                       MOVE 'N' TO SH-PRINTED(WS-SHELF-COUNT)
                   ELSE
                       DISPLAY "BOOKHSHF: HOLD SHELF TABLE FULL AT "
                               WS-MAX-SHELF
                       SET END-OF-COPY-BROWSE TO TRUE
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-SHELF-COUNT TO SHELF-COUNT.

       LOAD-SHELF-PARA-EXIT.
           EXIT.

      * Za primjerak SH-IDX trazi HLD-READY zahtjev njegovog clana.
      * Nema ga - zahtjev je otkazan; rok prosao - zahtjev istjece i
      * brise se. U oba slucaja primjerak prelazi na sljedeceg u redu.
       CHECK-SHELF-COPY-PARA.
           PERFORM FIND-READY-HOLD-PARA THRU FIND-READY-HOLD-PARA-EXIT.

           IF NOT READY-HOLD-FOUND
               ADD 1 TO CANCELLED-COUNT
               MOVE "CANCELLED" TO SH-REASON(SH-IDX)
               PERFORM PASS-ON-COPY-PARA THRU PASS-ON-COPY-PARA-EXIT
               GO TO CHECK-SHELF-COPY-PARA-EXIT
           END-IF.

           IF WS-READY-PICKUP-BY < WS-TODAY-DATE-NUM
               MOVE WS-READY-KEY TO HLD-KEY
               DELETE HOLD-VSAM
                   INVALID KEY
                       MOVE HOLD-STATUS TO WS-EXC-STATUS
                       MOVE "CHECK-SHELF-COPY-PARA" TO EXC-PARAGRAPH
                       PERFORM REPORT-VSAM-EXCEPTION-PARA
                           THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                       GO TO CHECK-SHELF-COPY-PARA-EXIT
               END-DELETE
               ADD 1 TO EXPIRED-COUNT
               MOVE "EXPIRED" TO SH-REASON(SH-IDX)
               PERFORM PASS-ON-COPY-PARA THRU PASS-ON-COPY-PARA-EXIT
               GO TO CHECK-SHELF-COPY-PARA-EXIT
           END-IF.

           IF WS-READY-DATE = WS-TODAY-DATE-NUM
               MOVE "PULL" TO SH-ACTION(SH-IDX)
               ADD 1 TO PULL-COUNT
           ELSE
               MOVE "HOLDING" TO SH-ACTION(SH-IDX)
               ADD 1 TO HOLDING-COUNT
           END-IF.

       CHECK-SHELF-COPY-PARA-EXIT.
           EXIT.

      * Browse reda za knjigu: HLD-READY zahtjev clana kojem je
      * primjerak rezerviran, za bas taj primjerak.
       FIND-READY-HOLD-PARA.
           MOVE 'N' TO WS-READY-FLAG.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF.
           MOVE SH-BOOK-ID(SH-IDX) TO HLD-BOOK-ID.
           MOVE 0 TO HLD-SEQ.

           START HOLD-VSAM KEY IS >= HLD-KEY
               INVALID KEY
                   SET END-OF-HOLD-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-HOLD-BROWSE OR READY-HOLD-FOUND
               READ HOLD-VSAM NEXT RECORD
                   AT END SET END-OF-HOLD-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-HOLD-BROWSE
                   IF HLD-BOOK-ID NOT = SH-BOOK-ID(SH-IDX)
                       SET END-OF-HOLD-BROWSE TO TRUE
                   ELSE
                       IF HLD-READY
                               AND HLD-BORROWER = SH-BORROWER(SH-IDX)
                               AND HLD-COPY-NO = SH-COPY-NO(SH-IDX)
                           SET READY-HOLD-FOUND TO TRUE
                           MOVE HLD-KEY TO WS-READY-KEY
                           MOVE HLD-PICKUP-BY TO WS-READY-PICKUP-BY
                           MOVE HLD-READY-DATE TO WS-READY-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-READY-HOLD-PARA-EXIT.
           EXIT.

      * Primjerak bez vlasnika prelazi na prvi zahtjev koji ceka
      * (najmanji HLD-SEQ medju HLD-WAITING) s novim rokom
      * preuzimanja - RELABEL; ako u redu nitko ne ceka, vraca se na
      * policu - CLEAR.
       PASS-ON-COPY-PARA.
           PERFORM FIND-NEXT-HOLD-PARA THRU FIND-NEXT-HOLD-PARA-EXIT.

           MOVE SH-BOOK-ID(SH-IDX) TO BC-BOOK-ID.
           MOVE SH-COPY-NO(SH-IDX) TO BC-COPY-NO.
           READ COPY-VSAM
               INVALID KEY
                   MOVE COPY-STATUS TO WS-EXC-STATUS
                   MOVE "PASS-ON-COPY-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO PASS-ON-COPY-PARA-EXIT
           END-READ.

           IF NEXT-HOLD-FOUND
               PERFORM PICKUP-DATE-PARA THRU PICKUP-DATE-PARA-EXIT
               MOVE WS-NEXT-HOLDER TO BC-BORROWER
               MOVE WS-PICKUP-BY TO BC-DUE-DATE
           ELSE
               MOVE "A" TO BC-STATUS
               MOVE SPACES TO BC-BORROWER
               MOVE ZEROS TO BC-DUE-DATE
           END-IF.

           REWRITE COPY-DETAIL
               INVALID KEY
                   MOVE COPY-STATUS TO WS-EXC-STATUS
                   MOVE "PASS-ON-COPY-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO PASS-ON-COPY-PARA-EXIT
           END-REWRITE.

           IF NEXT-HOLD-FOUND
               PERFORM TRAP-NEXT-HOLD-PARA
                       THRU TRAP-NEXT-HOLD-PARA-EXIT
               MOVE "RELABEL" TO SH-ACTION(SH-IDX)
               MOVE WS-NEXT-HOLDER TO SH-NEW-BORROWER(SH-IDX)
               MOVE WS-PICKUP-BY TO SH-NEW-PICKUP(SH-IDX)
               ADD 1 TO RELABEL-COUNT
           ELSE
               PERFORM UPDATE-TITLE-STATUS-PARA
                       THRU UPDATE-TITLE-STATUS-PARA-EXIT
               MOVE "CLEAR" TO SH-ACTION(SH-IDX)
               ADD 1 TO CLEAR-COUNT
           END-IF.

       PASS-ON-COPY-PARA-EXIT.
           EXIT.

      * Rok preuzimanja: danas + WS-PICKUP-DAYS po pravilu BOOKHSHF-a
      * (kalendarski ili radni dani, pomak s neradnog dana).
       PICKUP-DATE-PARA.
           SET BDQ-APPLY-RULE TO TRUE.
           MOVE "BOOKHSHF"        TO BDQ-PROGRAM.
           MOVE WS-TODAY-DATE-NUM TO BDQ-DATE.
           MOVE WS-PICKUP-DAYS    TO BDQ-DAYS.
           MOVE ZEROS             TO BDQ-TO-DATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           MOVE BDQ-RESULT-DATE TO WS-PICKUP-BY.

       PICKUP-DATE-PARA-EXIT.
           EXIT.

      * Prvi zahtjev za knjigu koji jos ceka primjerak.
       FIND-NEXT-HOLD-PARA.
           MOVE 'N' TO WS-NEXT-FLAG.
           MOVE SPACES TO WS-NEXT-HOLDER.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF.
           MOVE SH-BOOK-ID(SH-IDX) TO HLD-BOOK-ID.
           MOVE 0 TO HLD-SEQ.

           START HOLD-VSAM KEY IS >= HLD-KEY
               INVALID KEY
                   SET END-OF-HOLD-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-HOLD-BROWSE OR NEXT-HOLD-FOUND
               READ HOLD-VSAM NEXT RECORD
                   AT END SET END-OF-HOLD-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-HOLD-BROWSE
                   IF HLD-BOOK-ID NOT = SH-BOOK-ID(SH-IDX)
                       SET END-OF-HOLD-BROWSE TO TRUE
                   ELSE
                       IF HLD-WAITING
                           SET NEXT-HOLD-FOUND TO TRUE
                           MOVE HLD-KEY TO WS-NEXT-KEY
                           MOVE HLD-BORROWER TO WS-NEXT-HOLDER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-NEXT-HOLD-PARA-EXIT.
           EXIT.

      * Oznacava sljedeci zahtjev kao HLD-READY s primjerkom i rokom
      * preuzimanja i stavlja obavijest clanu u zajednicki red
      * (NTFQFL) - isti predlozak kao BOOKCIRC-ov CHECKIN.
       TRAP-NEXT-HOLD-PARA.
           MOVE WS-NEXT-KEY TO HLD-KEY.
           READ HOLD-VSAM
               INVALID KEY
                   MOVE HOLD-STATUS TO WS-EXC-STATUS
                   MOVE "TRAP-NEXT-HOLD-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO TRAP-NEXT-HOLD-PARA-EXIT
           END-READ.

           MOVE "R" TO HLD-STATUS.
           MOVE SH-COPY-NO(SH-IDX) TO HLD-COPY-NO.
           MOVE WS-TODAY-DATE-NUM TO HLD-READY-DATE.
           MOVE WS-PICKUP-BY TO HLD-PICKUP-BY.

           REWRITE HOLD-DETAIL
               INVALID KEY
                   MOVE HOLD-STATUS TO WS-EXC-STATUS
                   MOVE "TRAP-NEXT-HOLD-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO TRAP-NEXT-HOLD-PARA-EXIT
           END-REWRITE.

           MOVE SH-BOOK-ID(SH-IDX) TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   MOVE SPACES TO BD-TITLE
           END-READ.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-NEXT-HOLDER    TO NTF-RECIPIENT.
           MOVE "MAIL"            TO NTF-CHANNEL.
           MOVE "HOLDRDY"         TO NTF-TEMPLATE.
           MOVE BD-TITLE(1:30)    TO NTF-SUBST-1.
           MOVE WS-PICKUP-BY      TO NTF-SUBST-2.
           MOVE SH-BRANCH(SH-IDX) TO NTF-SUBST-3.
           MOVE "BOOKHSHF"        TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO NTF-RUN-NUMBER.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       TRAP-NEXT-HOLD-PARA-EXIT.
           EXIT.

      * Primjerak vracen na policu - zbirni BD-STATUS naslova je "A"
      * ako postoji barem jedan dostupan primjerak (kao BOOKCIRC).
       UPDATE-TITLE-STATUS-PARA.
           MOVE 0 TO WS-AVAIL-COUNT.
           MOVE 'N' TO WS-COPY-BROWSE-EOF.
           MOVE SH-BOOK-ID(SH-IDX) TO BC-BOOK-ID.
           MOVE 0 TO BC-COPY-NO.

           START COPY-VSAM KEY IS >= BC-KEY
               INVALID KEY
                   SET END-OF-COPY-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-COPY-BROWSE
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPY-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-COPY-BROWSE
                   IF BC-BOOK-ID = SH-BOOK-ID(SH-IDX)
                       IF BC-AVAILABLE
                           ADD 1 TO WS-AVAIL-COUNT
                       END-IF
                   ELSE
                       SET END-OF-COPY-BROWSE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SH-BOOK-ID(SH-IDX) TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   GO TO UPDATE-TITLE-STATUS-PARA-EXIT
           END-READ.

           IF WS-AVAIL-COUNT > 0
               MOVE "A" TO BD-STATUS
           ELSE
               MOVE "P" TO BD-STATUS
           END-IF.

           REWRITE BOOK-DETAIL
               INVALID KEY
                   MOVE VSAM-STATUS TO WS-EXC-STATUS
                   MOVE "UPDATE-TITLE-STATUS-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
           END-REWRITE.

       UPDATE-TITLE-STATUS-PARA-EXIT.
           EXIT.

      * Popis police po poslovnici - svaki krug uzima najmanju jos
      * neispisanu BC-BRANCH vrijednost i ispisuje sve njene stavke.
       PRINT-SHELF-LIST-PARA.
           MOVE "HOLD SHELF LIST" TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

           IF WS-SHELF-COUNT = 0
               MOVE "NO COPIES ON HOLD SHELF" TO SHELF-REPORT-LINE
               WRITE SHELF-REPORT-LINE
               GO TO PRINT-SHELF-LIST-PARA-EXIT
           END-IF.

           SET BRANCH-FOUND TO TRUE.
           PERFORM UNTIL NOT BRANCH-FOUND
               MOVE 'N' TO WS-BRANCH-FLAG
               MOVE HIGH-VALUES TO WS-CUR-BRANCH
               PERFORM VARYING SH-IDX FROM 1 BY 1
                       UNTIL SH-IDX > WS-SHELF-COUNT
                   IF NOT SH-IS-PRINTED(SH-IDX)
                           AND SH-BRANCH(SH-IDX) <= WS-CUR-BRANCH
                       MOVE SH-BRANCH(SH-IDX) TO WS-CUR-BRANCH
                       SET BRANCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF BRANCH-FOUND
                   PERFORM PRINT-BRANCH-PARA THRU PRINT-BRANCH-PARA-EXIT
               END-IF
           END-PERFORM.

       PRINT-SHELF-LIST-PARA-EXIT.
           EXIT.

       PRINT-BRANCH-PARA.
           MOVE SPACES TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

           MOVE 0 TO WS-BRANCH-LINES.
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-SHELF-COUNT
               IF NOT SH-IS-PRINTED(SH-IDX)
                       AND SH-BRANCH(SH-IDX) = WS-CUR-BRANCH
                   PERFORM PRINT-SHELF-LINE-PARA
                           THRU PRINT-SHELF-LINE-PARA-EXIT
                   MOVE 'Y' TO SH-PRINTED(SH-IDX)
                   ADD 1 TO WS-BRANCH-LINES
               END-IF
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  COPIES FOR BRANCH " WS-CUR-BRANCH ": "
                  WS-BRANCH-LINES
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

       PRINT-BRANCH-PARA-EXIT.
           EXIT.

       PRINT-SHELF-LINE-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           EVALUATE SH-ACTION(SH-IDX)
               WHEN "PULL"
               WHEN "HOLDING"
                   STRING "  " SH-ACTION(SH-IDX)
                          " BOOK " SH-BOOK-ID(SH-IDX)
                          " COPY " SH-COPY-NO(SH-IDX)
                          " FOR " SH-BORROWER(SH-IDX)
                          " PICKUP BY " SH-PICKUP-BY(SH-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WHEN "RELABEL"
                   STRING "  " SH-ACTION(SH-IDX)
                          " BOOK " SH-BOOK-ID(SH-IDX)
                          " COPY " SH-COPY-NO(SH-IDX)
                          " " SH-REASON(SH-IDX)
                          " - NOW FOR " SH-NEW-BORROWER(SH-IDX)
                          " PICKUP BY " SH-NEW-PICKUP(SH-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WHEN "CLEAR"
                   STRING "  " SH-ACTION(SH-IDX)
                          " BOOK " SH-BOOK-ID(SH-IDX)
                          " COPY " SH-COPY-NO(SH-IDX)
                          " " SH-REASON(SH-IDX)
                          " - WAS FOR " SH-BORROWER(SH-IDX)
                          " - RETURN TO SHELF"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WHEN OTHER
                   STRING "  ERROR   BOOK " SH-BOOK-ID(SH-IDX)
                          " COPY " SH-COPY-NO(SH-IDX)
                          " - NOT UPDATED, SEE EXCEPTION LOG"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-EVALUATE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

       PRINT-SHELF-LINE-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           ADD 1 TO VSAM-ERRORS
           MOVE SH-BOOK-ID(SH-IDX) TO WS-EXC-BOOK-ID
           DISPLAY "BOOKHSHF: VSAM ERROR " WS-EXC-STATUS
           MOVE "BOOKHSHF" TO EXC-PROGRAM-ID
           MOVE WS-EXC-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR BOOK " WS-EXC-BOOK-ID
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "COPIES ON HOLD SHELF: " SHELF-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "PULL: " PULL-COUNT
                  "  HOLDING: " HOLDING-COUNT
                  "  RELABEL: " RELABEL-COUNT
                  "  CLEAR: " CLEAR-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "HOLDS EXPIRED: " EXPIRED-COUNT
                  "  CANCELLED: " CANCELLED-COUNT
                  "  VSAM ERRORS: " VSAM-ERRORS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.

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
           MOVE "BOOKHSHF"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE SHELF-COUNT TO ALOG-RECORD-COUNT
           IF VSAM-ERRORS > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
