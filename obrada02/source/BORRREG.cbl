      *           (MEMBFL, OPTIONAL - prvi run krece od prazna) se     *
      *           ucita u tablicu, transakcije REGISTER / UPDATE /     *
      *           DEACTIVATE iz MTRXFL se primijene, i cijeli novi     *
      *           master se ispise u MEMBOUT. REGISTER bez broja clana *
      *           dobiva sljedeci slobodni MBR-ID. Posudbe pripisane   *
      *           ljudima koji su zapravo autori knjiga (stari PPLATE1 *
      *           obicaj) time konacno dobivaju pravi popis clanova.   *
      *           REGISTER daje clanstvo do istog datuma iduce godine; *
      *           RENEW produzuje clanstvo za godinu dana (od isteka,  *
      *           ili od danas ako je vec isteklo) kad je clanarinu    *
      *           koju je zaduzio BORRRENW clan podmirio - FINBFL      *
      *           (FINEPOST) mora pokazivati clanarinu knjizenu u ovom *
      *           ciklusu i bez nepodmirenog dijela; ostali dug clana  *
      *           obnovu ne koci, a neaktivan clan se ne obnavlja.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MEMBER-REPORT ASSIGN TO MBRRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Saldo po clanu (FINEPOST) - RENEW prolazi tek kad je
      * zaduzena clanarina placena. OPTIONAL kao u BOOKCIRC-u.
           SELECT OPTIONAL FINE-BALANCE-FILE ASSIGN TO FINBFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-MASTER-IN.
       01 MEMBER-MASTER-IN-RECORD PIC X(103).

       FD MEMBER-TRX-FILE.
       01 MEMBER-TRX-RECORD.
               88 MTX-IS-REGISTER   VALUE "REGISTER".
               88 MTX-IS-UPDATE     VALUE "UPDATE".
               88 MTX-IS-DEACTIVATE VALUE "DEACTIVATE".
               88 MTX-IS-RENEW      VALUE "RENEW".
           05 FILLER            PIC X.
           05 MTX-ID            PIC 9(6).
           05 FILLER            PIC X.
       FD MEMBER-REPORT.
       01 MEMBER-REPORT-LINE PIC X(100).

       FD FINE-BALANCE-FILE.
           COPY FINEBAL.

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
           88 END-OF-MASTER  VALUE 'Y'.
       01 WS-TRX-EOF        PIC X VALUE 'N'.
           88 END-OF-TRX     VALUE 'Y'.
       01 WS-FINE-EOF       PIC X VALUE 'N'.
           88 END-OF-FINES   VALUE 'Y'.

       01 TOTAL-TRX         PIC 9(5) VALUE ZEROS.
       01 REGISTERED-COUNT  PIC 9(5) VALUE ZEROS.
       01 UPDATED-COUNT     PIC 9(5) VALUE ZEROS.
       01 DEACTIVATED-COUNT PIC 9(5) VALUE ZEROS.
       01 RENEWED-COUNT     PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX      PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE  PIC X(100).
              03 MT-CONTACT   PIC X(50).
              03 MT-STATUS    PIC X.
              03 MT-CATEGORY  PIC X.
              03 MT-EXPIRY    PIC 9(8).
              03 MT-RENEW-FLAG PIC X.
                 88 MT-RENEWAL-BILLED VALUE "B".

       01 WS-FOUND-FLAG     PIC X VALUE 'N'.
           88 MEMBER-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-ID        PIC 9(6) VALUE ZEROS.

      * Clanarine iz FINBFL mastera za provjeru placene clanarine -
      * nepodmireni dio clanarine i datum njenog knjizenja (ostali
      * dug clana obnovu ne koci).
       01 WS-MAX-FINES      PIC 9(4) VALUE 2000.
       01 WS-FINE-COUNT     PIC 9(4) VALUE 0.
       01 FINE-BALANCE-TABLE.
           02 FINE-BALANCE-ENTRY OCCURS 1 TO 2000 TIMES
                                  DEPENDING ON WS-FINE-COUNT
                                  INDEXED BY FBL-IDX.
              03 FBL-NAME     PIC X(30).
              03 FBL-RENEWAL-DUE    PIC 9(7)V99.
              03 FBL-RENEWAL-POSTED PIC 9(8).
       01 WS-RENEWAL-DUE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-RENEWAL-POSTED PIC 9(8) VALUE ZEROS.
      * Pocetak tekuceg ciklusa clanstva (istek umanjen za godinu) -
      * clanarina knjizena do tog datuma pripada proslom produzenju.
       01 WS-CYCLE-START    PIC 9(8) VALUE ZEROS.

      * Datum isteka clanstva - godina dana od polaznog datuma; 29.2.
      * postaje 28.2. iduce godine.
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRY-WORK    PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
           05 WS-EXP-YEAR   PIC 9(4).
           05 WS-EXP-MONTH  PIC 9(2).
           05 WS-EXP-DAY    PIC 9(2).

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
       01 WS-START-TIMESTAMP.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           OPEN OUTPUT MEMBER-REPORT.

           WRITE MEMBER-REPORT-LINE.

           PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-PARA-EXIT.
           PERFORM LOAD-FINE-BALANCES-PARA
                   THRU LOAD-FINE-BALANCES-PARA-EXIT.
           PERFORM APPLY-TRX-FILE-PARA THRU APPLY-TRX-FILE-PARA-EXIT.
           PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
                   MOVE MEMBER-MASTER-IN-RECORD(92:1)
                       TO MT-CATEGORY(WS-MEMBER-COUNT)
               END-IF
               IF MEMBER-MASTER-IN-RECORD(94:8) IS NUMERIC
                   MOVE MEMBER-MASTER-IN-RECORD(94:8)
                       TO MT-EXPIRY(WS-MEMBER-COUNT)
               ELSE
                   MOVE ZEROS TO MT-EXPIRY(WS-MEMBER-COUNT)
               END-IF
               MOVE MEMBER-MASTER-IN-RECORD(103:1)
                   TO MT-RENEW-FLAG(WS-MEMBER-COUNT)
               IF MT-ID(WS-MEMBER-COUNT) > WS-NEXT-ID
                   MOVE MT-ID(WS-MEMBER-COUNT) TO WS-NEXT-ID
               END-IF
       LOAD-MASTER-PARA-EXIT.
           EXIT.

      * Ucitava saldo po clanu iz FINBFL mastera (vidi FINEBAL).
       LOAD-FINE-BALANCES-PARA.
           OPEN INPUT FINE-BALANCE-FILE.

           READ FINE-BALANCE-FILE
               AT END SET END-OF-FINES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FINES
                   OR WS-FINE-COUNT NOT LESS THAN WS-MAX-FINES
               IF FB-RENEWAL-DUE IS NUMERIC
                       AND FB-RENEWAL-POSTED IS NUMERIC
                       AND FB-RENEWAL-POSTED > ZEROS
                   ADD 1 TO WS-FINE-COUNT
                   MOVE FB-BORROWER TO FBL-NAME(WS-FINE-COUNT)
                   MOVE FB-RENEWAL-DUE
                       TO FBL-RENEWAL-DUE(WS-FINE-COUNT)
                   MOVE FB-RENEWAL-POSTED
                       TO FBL-RENEWAL-POSTED(WS-FINE-COUNT)
               END-IF
               READ FINE-BALANCE-FILE
                   AT END SET END-OF-FINES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FINE-BALANCE-FILE.

       LOAD-FINE-BALANCES-PARA-EXIT.
           EXIT.

       APPLY-TRX-FILE-PARA.
           OPEN INPUT MEMBER-TRX-FILE.

               WHEN MTX-IS-DEACTIVATE
                   PERFORM DEACTIVATE-MEMBER-PARA
                           THRU DEACTIVATE-MEMBER-PARA-EXIT
               WHEN MTX-IS-RENEW
                   PERFORM RENEW-MEMBER-PARA
                           THRU RENEW-MEMBER-PARA-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
           ELSE
               MOVE MTX-CATEGORY TO MT-CATEGORY(WS-MEMBER-COUNT)
           END-IF.
           MOVE WS-TODAY-DATE-NUM TO WS-EXPIRY-WORK.
           PERFORM ADD-ONE-YEAR-PARA THRU ADD-ONE-YEAR-PARA-EXIT.
           MOVE WS-EXPIRY-WORK TO MT-EXPIRY(WS-MEMBER-COUNT).
           MOVE SPACE TO MT-RENEW-FLAG(WS-MEMBER-COUNT).

           ADD 1 TO REGISTERED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
       DEACTIVATE-MEMBER-PARA-EXIT.
           EXIT.

      * RENEW - produzuje clanstvo aktivnog clana za godinu dana kad
      * je clanarina zaduzena (BORRRENW), knjizena u ovom ciklusu
      * (FINEPOST, FB-RENEWAL-POSTED nakon isteka umanjenog za
      * godinu) i placena (FB-RENEWAL-DUE nula). Produzuje se od
      * dosadasnjeg isteka, a isteklo clanstvo od danas. Neaktivan
      * clan se vraca UPDATE-om, ne obnovom.
       RENEW-MEMBER-PARA.
           IF NOT MEMBER-FOUND
               MOVE "RENEW FOR UNKNOWN MEMBER" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RENEW-MEMBER-PARA-EXIT
           END-IF.

           IF MT-STATUS(WS-FOUND-IDX) NOT = "A"
               MOVE "MEMBER NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RENEW-MEMBER-PARA-EXIT
           END-IF.

           IF NOT MT-RENEWAL-BILLED(WS-FOUND-IDX)
               MOVE "NO RENEWAL FEE BILLED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RENEW-MEMBER-PARA-EXIT
           END-IF.

           MOVE ZEROS TO WS-RENEWAL-DUE.
           MOVE ZEROS TO WS-RENEWAL-POSTED.
           PERFORM VARYING FBL-IDX FROM 1 BY 1
                   UNTIL FBL-IDX > WS-FINE-COUNT
               IF FBL-NAME(FBL-IDX) = MT-NAME(WS-FOUND-IDX)
                   MOVE FBL-RENEWAL-DUE(FBL-IDX) TO WS-RENEWAL-DUE
                   MOVE FBL-RENEWAL-POSTED(FBL-IDX)
                       TO WS-RENEWAL-POSTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE MT-EXPIRY(WS-FOUND-IDX) TO WS-CYCLE-START.
           SUBTRACT 10000 FROM WS-CYCLE-START.
           IF WS-RENEWAL-POSTED NOT > WS-CYCLE-START
               MOVE "RENEWAL FEE NOT YET POSTED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RENEW-MEMBER-PARA-EXIT
           END-IF.

           IF WS-RENEWAL-DUE > ZEROS
               MOVE "RENEWAL FEE NOT PAID" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RENEW-MEMBER-PARA-EXIT
           END-IF.

           IF MT-EXPIRY(WS-FOUND-IDX) < WS-TODAY-DATE-NUM
               MOVE WS-TODAY-DATE-NUM TO WS-EXPIRY-WORK
           ELSE
               MOVE MT-EXPIRY(WS-FOUND-IDX) TO WS-EXPIRY-WORK
           END-IF.
           PERFORM ADD-ONE-YEAR-PARA THRU ADD-ONE-YEAR-PARA-EXIT.
           MOVE WS-EXPIRY-WORK TO MT-EXPIRY(WS-FOUND-IDX).
           MOVE SPACE TO MT-RENEW-FLAG(WS-FOUND-IDX).

           ADD 1 TO RENEWED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RENEWED - " MT-ID(WS-FOUND-IDX)
                  " " MT-NAME(WS-FOUND-IDX)
                  " EXPIRES " MT-EXPIRY(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO MEMBER-REPORT-LINE.
           WRITE MEMBER-REPORT-LINE.

       RENEW-MEMBER-PARA-EXIT.
           EXIT.

      * WS-EXPIRY-WORK pomice za godinu dana.
       ADD-ONE-YEAR-PARA.
           ADD 1 TO WS-EXP-YEAR.
           IF WS-EXP-MONTH = 2 AND WS-EXP-DAY = 29
               MOVE 28 TO WS-EXP-DAY
           END-IF.

       ADD-ONE-YEAR-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "BORRREG: REJECTED - "
               MOVE MT-CONTACT(MBR-IDX) TO MBR-CONTACT
               MOVE MT-STATUS(MBR-IDX)  TO MBR-STATUS
               MOVE MT-CATEGORY(MBR-IDX) TO MBR-CATEGORY
               MOVE MT-EXPIRY(MBR-IDX)  TO MBR-EXPIRY-DATE
               MOVE MT-RENEW-FLAG(MBR-IDX) TO MBR-RENEWAL-FLAG
               WRITE MEMBER-DETAIL
           END-PERFORM.

           STRING "REGISTERED: " REGISTERED-COUNT
                  "  UPDATED: " UPDATED-COUNT
                  "  DEACTIVATED: " DEACTIVATED-COUNT
                  "  RENEWED: " RENEWED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO MEMBER-REPORT-LINE.
           WRITE MEMBER-REPORT-LINE.
