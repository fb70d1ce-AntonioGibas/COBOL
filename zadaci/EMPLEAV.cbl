      ******************************************************************
      *    EMPLEAV - Kontrolna lista za odlazak zaposlenika (PARM      *
      *              RUNDATE=YYYYMMDD, default danasnji; STOREOWNER= i *
      *              STOREEMAIL= za vlasnika IT skladista, default IT  *
      *              STORE). HR feed odlazaka LVRFL (ime, e-mail,      *
      *              datum odlaska, nadredjeni) sparuje se s CMPFL     *
      *              OWNER-NAME/OWNER-EMAIL; za svakog zaposlenika     *
      *              izvjestaj LVRRPT navodi imovinu za povrat,        *
      *              licence za oslobadjanje iz SWLIC-ovih dodjela     *
      *              LICASN (proizvod iz LICFL) i otvorene servisne    *
      *              naloge iz SVCFL (EMPSVC). Za svaku imovinu ide    *
      *              prijenos natrag u IT skladiste u LVXFR (raspored  *
      *              EMPXFER-ovog XFRFL, datum stupanja na snagu =     *
      *              datum odlaska), za svaku dodjelu UNASSIGN u LVLTX *
      *              (raspored SWLIC-ovog LICTRX). Sto je jos          *
      *              nerijeseno nakon datuma odlaska ide u LVESC -     *
      *              listu eskalacija nadredjenom.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLEAV.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HR feed zaposlenika koji odlaze.
           SELECT LEAVER-FILE ASSIGN TO LVRFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COMPUTER-FILE ASSIGN TO CMPFL
              ORGANIZATION IS SEQUENTIAL.

      * SWLIC master licenci i dodjele licenca -> COMPUTER-ID.
           SELECT OPTIONAL LICENCE-FILE ASSIGN TO LICFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ASSIGN-FILE ASSIGN TO LICASN
                  ORGANIZATION IS SEQUENTIAL.

      * EMPSVC master servisnih naloga.
           SELECT OPTIONAL SERVICE-FILE ASSIGN TO SVCFL
                  ORGANIZATION IS SEQUENTIAL.

      * Prijenosi natrag u IT skladiste za EMPXFER (XFRFL).
           SELECT TRANSFER-OUT ASSIGN TO LVXFR
                  ORGANIZATION IS SEQUENTIAL.

      * UNASSIGN transakcije za SWLIC (LICTRX).
           SELECT LICENCE-TRX-OUT ASSIGN TO LVLTX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ESCALATION-FILE ASSIGN TO LVESC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LEAVER-REPORT ASSIGN TO LVRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Zapis HR feeda - ime i e-mail kao u CMPFL, datum odlaska
      * (zadnji radni dan) i nadredjeni kome idu eskalacije.
       FD LEAVER-FILE.
       01 LEAVER-RECORD.
           05 LVR-NAME          PIC X(30).
           05 FILLER            PIC X.
           05 LVR-EMAIL         PIC X(50).
           05 FILLER            PIC X.
           05 LVR-LEAVING-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 LVR-MANAGER-NAME  PIC X(30).
           05 FILLER            PIC X.
           05 LVR-MANAGER-EMAIL PIC X(50).

       FD COMPUTER-FILE RECORDING MODE F.
       01 COMPUTER-FILE-RECORD.
           05 CMP-COMPUTER-ID   PIC X(5).
           05 CMP-OWNER-NAME    PIC X(30).
           05 CMP-OWNER-EMAIL   PIC X(50).
           05 CMP-PURCHASE-DATE PIC X(10).
           05 CMP-TRANSFER-DATE PIC X(10).

       FD LICENCE-FILE.
       01 LICENCE-RECORD.
           05 LIC-ID            PIC 9(4).
           05 FILLER            PIC X.
           05 LIC-PRODUCT       PIC X(30).
           05 FILLER            PIC X(24).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 ASN-LIC-ID        PIC 9(4).
           05 FILLER            PIC X.
           05 ASN-COMPUTER-ID   PIC X(5).

       FD SERVICE-FILE RECORDING MODE F.
       01 SERVICE-FILE-RECORD PIC X(143).

      * Isti raspored kao EMPXFER-ov TRANSFER-TRX-RECORD.
       FD TRANSFER-OUT.
       01 TRANSFER-TRX-RECORD.
           05 XFR-COMPUTER-ID   PIC X(5).
           05 FILLER            PIC X.
           05 XFR-NEW-OWNER     PIC X(30).
           05 FILLER            PIC X.
           05 XFR-NEW-EMAIL     PIC X(50).
           05 FILLER            PIC X.
           05 XFR-EFFECTIVE-DATE PIC X(10).

      * Isti raspored kao SWLIC-ov LICENCE-TRX-RECORD.
       FD LICENCE-TRX-OUT.
       01 LICENCE-TRX-RECORD.
           05 LTX-ACTION        PIC X(8).
           05 FILLER            PIC X.
           05 LTX-LIC-ID        PIC 9(4).
           05 FILLER            PIC X.
           05 LTX-COMPUTER-ID   PIC X(5).
           05 FILLER            PIC X.
           05 LTX-PRODUCT       PIC X(30).
           05 FILLER            PIC X.
           05 LTX-SEATS         PIC 9(4).
           05 FILLER            PIC X.
           05 LTX-EXPIRY        PIC 9(8).
           05 FILLER            PIC X.
           05 LTX-COST          PIC 9(7)V99.

      * Eskalacija - jedna stavka koja je i nakon datuma odlaska jos
      * kod zaposlenika (ASSET), dodijeljena (LICENCE) ili na servisu
      * (TICKET); adresirana na nadredjenog.
       FD ESCALATION-FILE.
       01 ESCALATION-RECORD.
           05 ESC-MANAGER-EMAIL PIC X(50).
           05 FILLER            PIC X.
           05 ESC-MANAGER-NAME  PIC X(30).
           05 FILLER            PIC X.
           05 ESC-LEAVER-NAME   PIC X(30).
           05 FILLER            PIC X.
           05 ESC-LEAVING-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 ESC-DAYS-OVERDUE  PIC 9(4).
           05 FILLER            PIC X.
           05 ESC-ITEM-TYPE     PIC X(8).
           05 FILLER            PIC X.
           05 ESC-ITEM-ID       PIC X(10).
           05 FILLER            PIC X.
           05 ESC-DETAIL        PIC X(30).

       FD LEAVER-REPORT.
       01 LEAVER-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY SVCREC.

       01 WS-LVR-EOF       PIC X VALUE 'N'.
           88 END-OF-LEAVERS VALUE 'Y'.
       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-COMPUTER-FILE VALUE 'Y'.
       01 WS-LIC-EOF       PIC X VALUE 'N'.
           88 END-OF-LICS   VALUE 'Y'.
       01 WS-ASN-EOF       PIC X VALUE 'N'.
           88 END-OF-ASSIGNS VALUE 'Y'.
       01 WS-SVC-EOF       PIC X VALUE 'N'.
           88 END-OF-SERVICE VALUE 'Y'.

       01 TOTAL-LEAVERS    PIC 9(5) VALUE ZEROS.
       01 REJECTED-LEAVERS PIC 9(5) VALUE ZEROS.
       01 CLEAR-LEAVERS    PIC 9(5) VALUE ZEROS.
       01 ASSETS-TO-COLLECT PIC 9(5) VALUE ZEROS.
       01 LICS-TO-RELEASE  PIC 9(5) VALUE ZEROS.
       01 TICKETS-OPEN     PIC 9(5) VALUE ZEROS.
       01 TRANSFERS-WRITTEN PIC 9(5) VALUE ZEROS.
       01 UNASSIGNS-WRITTEN PIC 9(5) VALUE ZEROS.
       01 ESCALATED-ITEMS  PIC 9(5) VALUE ZEROS.
       01 ESCALATED-LEAVERS PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Vlasnik IT skladista na kojeg se imovina vraca.
       01 WS-STORE-OWNER   PIC X(30) VALUE "IT STORE".
       01 WS-STORE-EMAIL   PIC X(50) VALUE SPACES.

       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.
       01 WS-OVERDUE-DAYS  PIC S9(9) COMP VALUE 0.
       01 WS-ESCALATE      PIC X VALUE 'N'.
           88 LEAVER-OVERDUE VALUE 'Y'.
       01 WS-LEAVER-ITEMS  PIC 9(4) VALUE ZEROS.
       01 WS-LEAVING-ISO   PIC X(10) VALUE SPACES.

      * Imovina iz CMPFL.
       01 WS-MAX-ASSETS    PIC 9(4) VALUE 1000.
       01 WS-ASSET-COUNT   PIC 9(4) VALUE 0.
       01 ASSET-TABLE.
           02 ASSET-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-ASSET-COUNT
                           INDEXED BY AST-IDX.
              03 AT-COMPUTER-ID   PIC X(5).
              03 AT-OWNER-NAME    PIC X(30).
              03 AT-OWNER-EMAIL   PIC X(50).
              03 AT-PURCHASE-DATE PIC X(10).

      * Proizvodi licenci iz LICFL.
       01 WS-MAX-LICS      PIC 9(3) VALUE 200.
       01 WS-LIC-COUNT     PIC 9(3) VALUE 0.
       01 LICENCE-TABLE.
           02 LICENCE-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-LIC-COUNT
                             INDEXED BY LIC-IDX.
              03 LC-ID        PIC 9(4).
              03 LC-PRODUCT   PIC X(30).
       01 WS-PRODUCT       PIC X(30) VALUE SPACES.

      * Dodjele licenci iz LICASN.
       01 WS-MAX-ASSIGNS   PIC 9(4) VALUE 2000.
       01 WS-ASSIGN-COUNT  PIC 9(4) VALUE 0.
       01 ASSIGN-TABLE.
           02 ASSIGN-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-ASSIGN-COUNT
                            INDEXED BY ASN-IDX.
              03 AS-LIC-ID    PIC 9(4).
              03 AS-COMPUTER  PIC X(5).

      * Otvoreni servisni nalozi iz SVCFL.
       01 WS-MAX-TICKETS   PIC 9(4) VALUE 2000.
       01 WS-TICKET-COUNT  PIC 9(4) VALUE 0.
       01 TICKET-TABLE.
           02 TICKET-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-TICKET-COUNT
                            INDEXED BY TKT-IDX.
              03 TK-TICKET-ID   PIC 9(8).
              03 TK-COMPUTER-ID PIC X(5).
              03 TK-VENDOR      PIC X(20).
              03 TK-OPENED-DATE PIC 9(8).

       01 WS-DAYS-EDIT     PIC ZZZ9.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
      * PARSE-PARMD-PARA. Vrijednost moze imati do 50 znakova
      * (e-mail adresa skladista).
       01  WS-PARMD                      PIC X(255).
       01  WS-PARM-LEN                   PIC 9(3).

       01  WS-MAX-KEYWORDS               PIC 9(4) VALUE 10.
       01  WS-KW-COUNT                   PIC 9(4) VALUE 0.
       01  KEYWORD-TABLE.
           02 KEYWORD-ENTRY OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-KW-COUNT
                             INDEXED BY KW-IDX.
              03 KW-NAME        PIC X(30).
              03 KW-VALUE       PIC X(50).
              03 KW-VALID       PIC X VALUE 'Y'.
                 88 KW-IS-VALID VALUE 'Y'.

       01  WS-PAIR-START                 PIC 9(3).
       01  WS-PAIR-END                   PIC 9(3).
       01  WS-PAIR-LEN                   PIC 9(3).
       01  WS-EQ-POS                     PIC 9(3).
       01  WS-PAIR                       PIC X(81).

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
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

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
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
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=odbijen zapis feeda
      * ili eskalacija, 8=greska u PARM-u, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-LEAV-PARA
                       THRU APPLY-PARM-LEAV-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-ASSETS-PARA THRU LOAD-ASSETS-PARA-EXIT.
           PERFORM LOAD-LICENCES-PARA THRU LOAD-LICENCES-PARA-EXIT.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-PARA-EXIT.
           PERFORM LOAD-TICKETS-PARA THRU LOAD-TICKETS-PARA-EXIT.

           OPEN INPUT LEAVER-FILE.
           OPEN OUTPUT TRANSFER-OUT.
           OPEN OUTPUT LICENCE-TRX-OUT.
           OPEN OUTPUT ESCALATION-FILE.
           OPEN OUTPUT LEAVER-REPORT.

           MOVE "LEAVER OFFBOARDING CHECKLIST" TO LEAVER-REPORT-LINE.
           WRITE LEAVER-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-NUM
                  "  RETURN TO: " WS-STORE-OWNER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           READ LEAVER-FILE
               AT END SET END-OF-LEAVERS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LEAVERS
               ADD 1 TO TOTAL-LEAVERS
               PERFORM PROCESS-LEAVER-PARA
                       THRU PROCESS-LEAVER-PARA-EXIT
               READ LEAVER-FILE
                   AT END SET END-OF-LEAVERS TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           CLOSE LEAVER-FILE.
           CLOSE TRANSFER-OUT.
           CLOSE LICENCE-TRX-OUT.
           CLOSE ESCALATION-FILE.
           CLOSE LEAVER-REPORT.

           IF ESCALATED-ITEMS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "EMPLEAV: " TOTAL-LEAVERS " LEAVERS, "
                   ASSETS-TO-COLLECT " ASSETS, "
                   LICS-TO-RELEASE " LICENCES, "
                   ESCALATED-ITEMS " ITEMS ESCALATED".

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RUNDATE=20261015", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * RUNDATE= (YYYYMMDD) - neispravan prekida obradu s RC 8;
      * STOREOWNER= i STOREEMAIL= zamjenjuju vlasnika skladista.
       APPLY-PARM-LEAV-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RUNDATE"
                           IF FUNCTION TRIM(KW-VALUE(KW-IDX))
                                   IS NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX)))
                                   = 0
                               COMPUTE WS-RUN-DATE-NUM =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                           ELSE
                               DISPLAY "EMPLEAV: INVALID RUNDATE= "
                                   FUNCTION TRIM(KW-VALUE(KW-IDX))
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN "STOREOWNER"
                           MOVE KW-VALUE(KW-IDX) TO WS-STORE-OWNER
                       WHEN "STOREEMAIL"
                           MOVE KW-VALUE(KW-IDX) TO WS-STORE-EMAIL
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-STORE-OWNER = SPACES
               DISPLAY "EMPLEAV: STOREOWNER= MAY NOT BE EMPTY"
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPLY-PARM-LEAV-PARA-EXIT.
           EXIT.

       LOAD-ASSETS-PARA.
           OPEN INPUT COMPUTER-FILE.

           READ COMPUTER-FILE
               AT END SET END-OF-COMPUTER-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COMPUTER-FILE
                   OR WS-ASSET-COUNT NOT LESS THAN WS-MAX-ASSETS
               ADD 1 TO WS-ASSET-COUNT
               MOVE CMP-COMPUTER-ID TO AT-COMPUTER-ID(WS-ASSET-COUNT)
               MOVE CMP-OWNER-NAME  TO AT-OWNER-NAME(WS-ASSET-COUNT)
               MOVE CMP-OWNER-EMAIL TO AT-OWNER-EMAIL(WS-ASSET-COUNT)
               MOVE CMP-PURCHASE-DATE
                   TO AT-PURCHASE-DATE(WS-ASSET-COUNT)
               READ COMPUTER-FILE
                   AT END SET END-OF-COMPUTER-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMPUTER-FILE.

       LOAD-ASSETS-PARA-EXIT.
           EXIT.

       LOAD-LICENCES-PARA.
           OPEN INPUT LICENCE-FILE.

           READ LICENCE-FILE
               AT END SET END-OF-LICS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LICS
                   OR WS-LIC-COUNT NOT LESS THAN WS-MAX-LICS
               IF LIC-ID IS NUMERIC
                   ADD 1 TO WS-LIC-COUNT
                   MOVE LIC-ID      TO LC-ID(WS-LIC-COUNT)
                   MOVE LIC-PRODUCT TO LC-PRODUCT(WS-LIC-COUNT)
               END-IF
               READ LICENCE-FILE
                   AT END SET END-OF-LICS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LICENCE-FILE.

       LOAD-LICENCES-PARA-EXIT.
           EXIT.

       LOAD-ASSIGNS-PARA.
           OPEN INPUT ASSIGN-FILE.

           READ ASSIGN-FILE
               AT END SET END-OF-ASSIGNS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ASSIGNS
                   OR WS-ASSIGN-COUNT NOT LESS THAN WS-MAX-ASSIGNS
               IF ASN-LIC-ID IS NUMERIC
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE ASN-LIC-ID      TO AS-LIC-ID(WS-ASSIGN-COUNT)
                   MOVE ASN-COMPUTER-ID TO AS-COMPUTER(WS-ASSIGN-COUNT)
               END-IF
               READ ASSIGN-FILE
                   AT END SET END-OF-ASSIGNS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ASSIGN-FILE.

       LOAD-ASSIGNS-PARA-EXIT.
           EXIT.

      * Iz mastera naloga trebaju samo otvoreni nalozi.
       LOAD-TICKETS-PARA.
           OPEN INPUT SERVICE-FILE.

           READ SERVICE-FILE INTO SERVICE-TICKET-RECORD
               AT END SET END-OF-SERVICE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SERVICE
                   OR WS-TICKET-COUNT NOT LESS THAN WS-MAX-TICKETS
               IF SV-OPEN
                   ADD 1 TO WS-TICKET-COUNT
                   MOVE SV-TICKET-ID TO TK-TICKET-ID(WS-TICKET-COUNT)
                   MOVE SV-COMPUTER-ID
                       TO TK-COMPUTER-ID(WS-TICKET-COUNT)
                   MOVE SV-VENDOR TO TK-VENDOR(WS-TICKET-COUNT)
                   MOVE SV-OPENED-DATE
                       TO TK-OPENED-DATE(WS-TICKET-COUNT)
               END-IF
               READ SERVICE-FILE INTO SERVICE-TICKET-RECORD
                   AT END SET END-OF-SERVICE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERVICE-FILE.

       LOAD-TICKETS-PARA-EXIT.
           EXIT.

      * Jedan zaposlenik iz feeda: imovina po imenu ili e-mailu
      * vlasnika, za svaku imovinu njene dodjele licenci i otvoreni
      * nalozi. Nakon datuma odlaska sve nadjeno je nerijeseno i ide
      * nadredjenom.
       PROCESS-LEAVER-PARA.
           IF LVR-NAME = SPACES AND LVR-EMAIL = SPACES
               MOVE "NO NAME OR E-MAIL" TO WS-REJECT-REASON
               PERFORM REJECT-LEAVER-PARA THRU REJECT-LEAVER-PARA-EXIT
               GO TO PROCESS-LEAVER-PARA-EXIT
           END-IF.
           IF LVR-LEAVING-DATE IS NOT NUMERIC
               MOVE "INVALID LEAVING DATE" TO WS-REJECT-REASON
               PERFORM REJECT-LEAVER-PARA THRU REJECT-LEAVER-PARA-EXIT
               GO TO PROCESS-LEAVER-PARA-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(LVR-LEAVING-DATE) NOT = 0
               MOVE "INVALID LEAVING DATE" TO WS-REJECT-REASON
               PERFORM REJECT-LEAVER-PARA THRU REJECT-LEAVER-PARA-EXIT
               GO TO PROCESS-LEAVER-PARA-EXIT
           END-IF.

           MOVE SPACES TO WS-LEAVING-ISO.
           STRING LVR-LEAVING-DATE(1:4) "-" LVR-LEAVING-DATE(5:2)
                  "-" LVR-LEAVING-DATE(7:2)
               DELIMITED BY SIZE INTO WS-LEAVING-ISO.

           COMPUTE WS-OVERDUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(LVR-LEAVING-DATE).
           IF WS-OVERDUE-DAYS > 0
               SET LEAVER-OVERDUE TO TRUE
           ELSE
               MOVE 'N' TO WS-ESCALATE
           END-IF.
           MOVE ZEROS TO WS-LEAVER-ITEMS.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LEAVER: " LVR-NAME " " LVR-EMAIL(1:40)
                  " LEAVING: " LVR-LEAVING-DATE
                  " MANAGER: " LVR-MANAGER-NAME
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > WS-ASSET-COUNT
               IF (LVR-NAME NOT = SPACES
                       AND AT-OWNER-NAME(AST-IDX) = LVR-NAME)
                   OR (LVR-EMAIL NOT = SPACES
                       AND AT-OWNER-EMAIL(AST-IDX) = LVR-EMAIL)
                   PERFORM COLLECT-ASSET-PARA
                           THRU COLLECT-ASSET-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-LEAVER-ITEMS = 0
                   ADD 1 TO CLEAR-LEAVERS
                   MOVE "  NOTHING TO COLLECT OR RELEASE"
                       TO TEMP-REPORT-LINE
               WHEN LEAVER-OVERDUE
                   ADD 1 TO ESCALATED-LEAVERS
                   MOVE WS-OVERDUE-DAYS TO WS-DAYS-EDIT
                   STRING "  OUTSTANDING " WS-DAYS-EDIT
                          " DAYS AFTER LEAVING DATE - ESCALATED TO "
                          LVR-MANAGER-NAME
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               WHEN OTHER
                   COMPUTE WS-OVERDUE-DAYS = 0 - WS-OVERDUE-DAYS
                   MOVE WS-OVERDUE-DAYS TO WS-DAYS-EDIT
                   STRING "  TO BE CLEARED BY LEAVING DATE - "
                          WS-DAYS-EDIT " DAYS LEFT"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

       PROCESS-LEAVER-PARA-EXIT.
           EXIT.

      * Imovina na AST-IDX: stavka liste, prijenos u skladiste, pa
      * licence i nalozi na tom racunalu.
       COLLECT-ASSET-PARA.
           ADD 1 TO WS-LEAVER-ITEMS.
           ADD 1 TO ASSETS-TO-COLLECT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  [ ] COLLECT ASSET     " AT-COMPUTER-ID(AST-IDX)
                  "  PURCHASED " AT-PURCHASE-DATE(AST-IDX)
                  "  RETURN TO " WS-STORE-OWNER
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TRANSFER-TRX-RECORD.
           MOVE AT-COMPUTER-ID(AST-IDX) TO XFR-COMPUTER-ID.
           MOVE WS-STORE-OWNER TO XFR-NEW-OWNER.
           MOVE WS-STORE-EMAIL TO XFR-NEW-EMAIL.
           MOVE WS-LEAVING-ISO TO XFR-EFFECTIVE-DATE.
           WRITE TRANSFER-TRX-RECORD.
           ADD 1 TO TRANSFERS-WRITTEN.

           IF LEAVER-OVERDUE
               MOVE "ASSET" TO ESC-ITEM-TYPE
               MOVE AT-COMPUTER-ID(AST-IDX) TO ESC-ITEM-ID
               MOVE "NOT RETURNED TO IT STORE" TO ESC-DETAIL
               PERFORM WRITE-ESCALATION-PARA
                       THRU WRITE-ESCALATION-PARA-EXIT
           END-IF.

           PERFORM VARYING ASN-IDX FROM 1 BY 1
                   UNTIL ASN-IDX > WS-ASSIGN-COUNT
               IF AS-COMPUTER(ASN-IDX) = AT-COMPUTER-ID(AST-IDX)
                   PERFORM RELEASE-LICENCE-PARA
                           THRU RELEASE-LICENCE-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF TK-COMPUTER-ID(TKT-IDX) = AT-COMPUTER-ID(AST-IDX)
                   PERFORM OPEN-TICKET-ITEM-PARA
                           THRU OPEN-TICKET-ITEM-PARA-EXIT
               END-IF
           END-PERFORM.

       COLLECT-ASSET-PARA-EXIT.
           EXIT.

      * Dodjela na ASN-IDX - UNASSIGN za SWLIC.
       RELEASE-LICENCE-PARA.
           ADD 1 TO WS-LEAVER-ITEMS.
           ADD 1 TO LICS-TO-RELEASE.

           MOVE SPACES TO WS-PRODUCT.
           PERFORM VARYING LIC-IDX FROM 1 BY 1
                   UNTIL LIC-IDX > WS-LIC-COUNT
               IF LC-ID(LIC-IDX) = AS-LIC-ID(ASN-IDX)
                   MOVE LC-PRODUCT(LIC-IDX) TO WS-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  [ ] RELEASE LICENCE   " AS-LIC-ID(ASN-IDX)
                  "   ON " AS-COMPUTER(ASN-IDX) "  " WS-PRODUCT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO LICENCE-TRX-RECORD.
           MOVE "UNASSIGN" TO LTX-ACTION.
           MOVE AS-LIC-ID(ASN-IDX) TO LTX-LIC-ID.
           MOVE AS-COMPUTER(ASN-IDX) TO LTX-COMPUTER-ID.
           MOVE ZEROS TO LTX-SEATS.
           MOVE ZEROS TO LTX-EXPIRY.
           MOVE ZEROS TO LTX-COST.
           WRITE LICENCE-TRX-RECORD.
           ADD 1 TO UNASSIGNS-WRITTEN.

           IF LEAVER-OVERDUE
               MOVE "LICENCE" TO ESC-ITEM-TYPE
               MOVE SPACES TO ESC-ITEM-ID
               STRING AS-LIC-ID(ASN-IDX) "/" AS-COMPUTER(ASN-IDX)
                   DELIMITED BY SIZE INTO ESC-ITEM-ID
               MOVE WS-PRODUCT TO ESC-DETAIL
               PERFORM WRITE-ESCALATION-PARA
                       THRU WRITE-ESCALATION-PARA-EXIT
           END-IF.

       RELEASE-LICENCE-PARA-EXIT.
           EXIT.

      * Otvoreni nalog na TKT-IDX - imovina je kod servisera i mora
      * se vratiti u skladiste, ne zaposleniku.
       OPEN-TICKET-ITEM-PARA.
           ADD 1 TO WS-LEAVER-ITEMS.
           ADD 1 TO TICKETS-OPEN.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  [ ] OPEN REPAIR TICKET " TK-TICKET-ID(TKT-IDX)
                  " ON " TK-COMPUTER-ID(TKT-IDX)
                  " AT " TK-VENDOR(TKT-IDX)
                  " SINCE " TK-OPENED-DATE(TKT-IDX)
                  " - REDIRECT RETURN TO STORE"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           IF LEAVER-OVERDUE
               MOVE "TICKET" TO ESC-ITEM-TYPE
               MOVE TK-TICKET-ID(TKT-IDX) TO ESC-ITEM-ID
               MOVE SPACES TO ESC-DETAIL
               STRING TK-COMPUTER-ID(TKT-IDX) " AT "
                      TK-VENDOR(TKT-IDX)
                   DELIMITED BY SIZE INTO ESC-DETAIL
               PERFORM WRITE-ESCALATION-PARA
                       THRU WRITE-ESCALATION-PARA-EXIT
           END-IF.

       OPEN-TICKET-ITEM-PARA-EXIT.
           EXIT.

      * ESC-ITEM-TYPE, ESC-ITEM-ID i ESC-DETAIL postavlja pozivatelj.
       WRITE-ESCALATION-PARA.
           MOVE LVR-MANAGER-EMAIL TO ESC-MANAGER-EMAIL.
           MOVE LVR-MANAGER-NAME TO ESC-MANAGER-NAME.
           IF LVR-NAME NOT = SPACES
               MOVE LVR-NAME TO ESC-LEAVER-NAME
           ELSE
               MOVE LVR-EMAIL TO ESC-LEAVER-NAME
           END-IF.
           MOVE LVR-LEAVING-DATE TO ESC-LEAVING-DATE.
           IF WS-OVERDUE-DAYS > 9999
               MOVE 9999 TO ESC-DAYS-OVERDUE
           ELSE
               MOVE WS-OVERDUE-DAYS TO ESC-DAYS-OVERDUE
           END-IF.
           WRITE ESCALATION-RECORD.
           ADD 1 TO ESCALATED-ITEMS.

       WRITE-ESCALATION-PARA-EXIT.
           EXIT.

       REJECT-LEAVER-PARA.
           ADD 1 TO REJECTED-LEAVERS.
           DISPLAY "EMPLEAV: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " [" LVR-NAME "]".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - " FUNCTION TRIM(WS-REJECT-REASON)
                  " [" LVR-NAME " " LVR-EMAIL(1:40) "]"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.
           MOVE SPACES TO WS-REJECT-REASON.

       REJECT-LEAVER-PARA-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PARA.
           MOVE TEMP-REPORT-LINE TO LEAVER-REPORT-LINE.
           WRITE LEAVER-REPORT-LINE.

       WRITE-REPORT-LINE-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LEAVERS: " TOTAL-LEAVERS
                  "  NOTHING HELD: " CLEAR-LEAVERS
                  "  ESCALATED: " ESCALATED-LEAVERS
                  "  REJECTED: " REJECTED-LEAVERS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ASSETS TO COLLECT: " ASSETS-TO-COLLECT
                  "  LICENCES TO RELEASE: " LICS-TO-RELEASE
                  "  OPEN REPAIR TICKETS: " TICKETS-OPEN
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRANSFERS WRITTEN: " TRANSFERS-WRITTEN
                  "  UNASSIGNS WRITTEN: " UNASSIGNS-WRITTEN
                  "  ITEMS ESCALATED: " ESCALATED-ITEMS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PARA
                   THRU WRITE-REPORT-LINE-PARA-EXIT.

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
           MOVE "EMPLEAV"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-LEAVERS TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF WS-SAVED-RETURN-CODE > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
