      ******************************************************************
      *    CARRECL - Opozivne kampanje proizvodaca. Kampanje iz RCLCMP *
      *              (pipe-delimitirano: sifra|marka|model|generacija  *
      *              ili prazno za sve|od godine|do godine|opis)       *
      *              uparuje s vozilima u STK-VSAM - model mora        *
      *              odgovarati, a raspon godina proizvodnje modela    *
      *              (CMD-PROD-YEARS iz CAR-VSAM, "GGGG-GGGG" ili      *
      *              "GGGG-") se mora preklapati s rasponom kampanje.  *
      *              Za svako novo pogodeno vozilo otvara zapis u      *
      *              RCL-VSAM (vidi zadaci/copylib/RCLREC): prodanom   *
      *              vozilu kupca nalazi u SALEFL ugovorima i stavlja  *
      *              obavijest u NTFQFL red (predlozak RECALL), bez    *
      *              ugovora vozilo je nedostupno; vozilo na zalihi    *
      *              ostaje otvoreno i CARSTOCK/CARSALE ga ne daju     *
      *              rezervirati ni prodati dok nije popravljeno.      *
      *              Transakcije iz RCLTRX (REPAIRED|kampanja|vin|     *
      *              datum ili prazno za danas, UNREACHABLE|kampanja|  *
      *              vin) vode status po VIN-u. RCLRPT ispisuje nova   *
      *              uparivanja i stanje po kampanji.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRECL.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO RCLCMP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RECALL-TRX-FILE ASSIGN TO RCLTRX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT STOCK-VSAM ASSIGN TO STKVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STK-VIN
                  FILE STATUS IS STOCK-STATUS.

           SELECT CAR-VSAM ASSIGN TO CARVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT OPTIONAL RECALL-VSAM ASSIGN TO RCLVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCL-KEY
                  FILE STATUS IS RECALL-STATUS.

           SELECT OPTIONAL SALE-CONTRACT-FILE ASSIGN TO SALEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RECALL-REPORT ASSIGN TO RCLRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE RECORDING MODE F.
       01 CAMPAIGN-RECORD PIC X(250).

       FD RECALL-TRX-FILE RECORDING MODE F.
       01 RECALL-TRX-RECORD PIC X(80).

       FD STOCK-VSAM.
           COPY STKREC.

       FD CAR-VSAM.
           COPY CARDET.

       FD RECALL-VSAM.
           COPY RCLREC.

       FD SALE-CONTRACT-FILE.
           COPY SALEREC.

       FD RECALL-REPORT.
       01 RECALL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 STOCK-STATUS    PIC XX.
           88 STOCK-OK     VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 RECALL-STATUS   PIC XX.
           88 RECALL-OK    VALUE "00".
       01 WS-STATUS-CODE  PIC XX.

       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-CAMPAIGNS VALUE 'Y'.
       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-STOCK-EOF     PIC X VALUE 'N'.
           88 END-OF-STOCK  VALUE 'Y'.
       01 WS-RECALL-EOF    PIC X VALUE 'N'.
           88 END-OF-RECALLS VALUE 'Y'.
       01 WS-SALE-EOF      PIC X VALUE 'N'.
           88 END-OF-SALES  VALUE 'Y'.

       01 VEHICLES-READ    PIC 9(5) VALUE ZEROS.
       01 NEW-MATCHES      PIC 9(5) VALUE ZEROS.
       01 NOTICE-COUNT     PIC 9(5) VALUE ZEROS.
       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 REPAIRED-COUNT   PIC 9(5) VALUE ZEROS.
       01 UNREACHABLE-COUNT PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Zapis zajednickog reda izlaznih obavijesti - vidi shared/
      * copylib/NOTIFREC i shared/source/WRITENTF; po jedna
      * obavijest kupcu po vozilu i kampanji.
           COPY NOTIFREC.

      * Kampanje iz RCLCMP, s brojacima statusa za zavrsni dio
      * izvjestaja (kampanje koje vise nisu u RCLCMP dodaju se pri
      * citanju RCL-VSAM-a, bez kriterija).
       01 WS-MAX-CAMPAIGNS PIC 9(3) VALUE 100.
       01 WS-CAMPAIGN-COUNT PIC 9(3) VALUE 0.
       01 CAMPAIGN-TABLE.
           02 CAMPAIGN-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-CAMPAIGN-COUNT
                              INDEXED BY CMP-IDX.
              03 CT-ID         PIC X(10).
              03 CT-ACTIVE     PIC X.
                 88 CT-IS-ACTIVE VALUE 'Y'.
              03 CT-BRAND      PIC X(50).
              03 CT-MODEL      PIC X(50).
              03 CT-MODEL-GEN  PIC X(50).
              03 CT-FROM-YEAR  PIC 9(4).
              03 CT-TO-YEAR    PIC 9(4).
              03 CT-DESCRIPTION PIC X(40).
              03 CT-NEW        PIC 9(5).
              03 CT-OPEN       PIC 9(5).
              03 CT-NOTIFIED   PIC 9(5).
              03 CT-UNREACHABLE PIC 9(5).
              03 CT-REPAIRED   PIC 9(5).
       01 WS-CMP-ID        PIC X(10).
       01 WS-CMP-BRAND     PIC X(50).
       01 WS-CMP-MODEL     PIC X(50).
       01 WS-CMP-GEN       PIC X(50).
       01 WS-CMP-FROM      PIC X(4).
       01 WS-CMP-TO        PIC X(4).
       01 WS-CMP-DESC      PIC X(40).

      * Rastavljena statusna transakcija.
       01 WS-TRX-ACTION    PIC X(12) VALUE SPACES.
           88 TRX-IS-REPAIRED    VALUE "REPAIRED".
           88 TRX-IS-UNREACHABLE VALUE "UNREACHABLE".
       01 WS-TRX-CAMPAIGN  PIC X(10) VALUE SPACES.
       01 WS-TRX-VIN       PIC X(17) VALUE SPACES.
       01 WS-TRX-DATE      PIC X(8)  VALUE SPACES.
       01 WS-REPAIR-DATE   PIC 9(8)  VALUE ZEROS.

      * Godine proizvodnje modela iz CMD-PROD-YEARS.
       01 WS-MODEL-READ    PIC X VALUE 'N'.
           88 MODEL-READ    VALUE 'Y'.
       01 WS-MODEL-FOUND   PIC X VALUE 'N'.
           88 MODEL-FOUND   VALUE 'Y'.
       01 WS-PROD-FROM     PIC 9(4) VALUE ZEROS.
       01 WS-PROD-TO       PIC 9(4) VALUE ZEROS.
       01 WS-YEARS-KNOWN   PIC X VALUE 'N'.
           88 YEARS-KNOWN   VALUE 'Y'.

       01 WS-CONTRACT-FOUND PIC X VALUE 'N'.
           88 CONTRACT-FOUND VALUE 'Y'.
       01 WS-BUYER-ID      PIC X(11).
       01 WS-BUYER-NAME    PIC X(40).
       01 WS-BUYER-ADDRESS PIC X(40).
       01 WS-CONTRACT-NO   PIC 9(6).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(3) VALUE ZEROS.

       01 WS-TODAY-DATE-NUM PIC 9(8).

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

           COPY EXCPTLOG.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - WRITENTF i zavrsni DTSTAMP/
      * WRITELOG pozivi bi tako pregazili RC postavljen tijekom
      * obrade, pa se RC sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima kampanje,
      * 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           PERFORM LOAD-CAMPAIGNS-PARA THRU LOAD-CAMPAIGNS-PARA-EXIT.
           IF RETURN-CODE >= 8
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           OPEN INPUT STOCK-VSAM.
           OPEN INPUT CAR-VSAM.
           OPEN I-O RECALL-VSAM.
           IF NOT RECALL-OK AND RECALL-STATUS NOT = "05"
               DISPLAY "CARRECL: VSAM ERROR " RECALL-STATUS
                       " ON OPEN OF RCLVS"
               MOVE RECALL-STATUS TO WS-STATUS-CODE
               MOVE "MAIN-PARAGRAPH" TO EXC-PARAGRAPH
               PERFORM REPORT-VSAM-EXCEPTION-PARA
                   THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               CLOSE STOCK-VSAM
               CLOSE CAR-VSAM
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           OPEN INPUT RECALL-TRX-FILE.
           OPEN OUTPUT RECALL-REPORT.

           MOVE "RECALL CAMPAIGN MATCHING" TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

      *     Uparivanje vozila sa zalihe i prodanih vozila.
           MOVE 'N' TO WS-STOCK-EOF.
           MOVE LOW-VALUES TO STK-VIN.
           START STOCK-VSAM KEY IS >= STK-VIN
               INVALID KEY
                   SET END-OF-STOCK TO TRUE
           END-START.

           PERFORM UNTIL END-OF-STOCK
               READ STOCK-VSAM NEXT RECORD
                   AT END SET END-OF-STOCK TO TRUE
               END-READ
               IF NOT END-OF-STOCK
                   ADD 1 TO VEHICLES-READ
                   PERFORM MATCH-VEHICLE-PARA
                           THRU MATCH-VEHICLE-PARA-EXIT
               END-IF
           END-PERFORM.

      *     Statusne transakcije - popravak i nedostupnost kupca.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE "STATUS UPDATES" TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

           READ RECALL-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-TRX
               IF RECALL-TRX-RECORD NOT = SPACES
                   ADD 1 TO TOTAL-TRX
                   PERFORM APPLY-STATUS-TRX-PARA
                           THRU APPLY-STATUS-TRX-PARA-EXIT
               END-IF
               READ RECALL-TRX-FILE
                   AT END SET END-OF-TRX TO TRUE
               END-READ
           END-PERFORM.

           PERFORM REPORT-CAMPAIGN-STATUS-PARA
                   THRU REPORT-CAMPAIGN-STATUS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE STOCK-VSAM.
           CLOSE CAR-VSAM.
           CLOSE RECALL-VSAM.
           CLOSE RECALL-TRX-FILE.
           CLOSE RECALL-REPORT.
           GOBACK.

      * Kampanje iz RCLCMP - neispravan red prekida obradu s RC 8,
      * jer bi propusteno vozilo iz opoziva bilo gore od zakasnjele
      * obrade.
       LOAD-CAMPAIGNS-PARA.
           OPEN INPUT CAMPAIGN-FILE.

           READ CAMPAIGN-FILE
               AT END SET END-OF-CAMPAIGNS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CAMPAIGNS
               IF CAMPAIGN-RECORD NOT = SPACES
                   MOVE SPACES TO WS-CMP-ID WS-CMP-BRAND WS-CMP-MODEL
                                  WS-CMP-GEN WS-CMP-FROM WS-CMP-TO
                                  WS-CMP-DESC
                   UNSTRING CAMPAIGN-RECORD DELIMITED BY '|'
                       INTO WS-CMP-ID WS-CMP-BRAND WS-CMP-MODEL
                            WS-CMP-GEN WS-CMP-FROM WS-CMP-TO
                            WS-CMP-DESC
                   END-UNSTRING
                   IF WS-CMP-ID = SPACES OR WS-CMP-BRAND = SPACES
                       OR WS-CMP-MODEL = SPACES
                       OR WS-CMP-FROM IS NOT NUMERIC
                       OR WS-CMP-TO IS NOT NUMERIC
                       OR WS-CMP-TO < WS-CMP-FROM
                       OR WS-CAMPAIGN-COUNT >= WS-MAX-CAMPAIGNS
                       DISPLAY "CARRECL: INVALID CAMPAIGN LINE - "
                               CAMPAIGN-RECORD(1:50)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-CAMPAIGN-COUNT
                       INITIALIZE CAMPAIGN-ENTRY(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-ID TO CT-ID(WS-CAMPAIGN-COUNT)
                       MOVE 'Y' TO CT-ACTIVE(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-BRAND TO CT-BRAND(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-MODEL TO CT-MODEL(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-GEN
                           TO CT-MODEL-GEN(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-FROM
                           TO CT-FROM-YEAR(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-TO TO CT-TO-YEAR(WS-CAMPAIGN-COUNT)
                       MOVE WS-CMP-DESC
                           TO CT-DESCRIPTION(WS-CAMPAIGN-COUNT)
                   END-IF
               END-IF
               READ CAMPAIGN-FILE
                   AT END SET END-OF-CAMPAIGNS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGN-FILE.

       LOAD-CAMPAIGNS-PARA-EXIT.
           EXIT.

      * Jedno vozilo protiv svih kampanja; katalog se cita samo ako
      * marka i model odgovaraju barem jednoj kampanji.
       MATCH-VEHICLE-PARA.
           MOVE 'N' TO WS-MODEL-READ.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CAMPAIGN-COUNT
               IF CT-BRAND(CMP-IDX) = STK-BRAND
                   AND CT-MODEL(CMP-IDX) = STK-MODEL
                   AND (CT-MODEL-GEN(CMP-IDX) = SPACES
                        OR CT-MODEL-GEN(CMP-IDX) = STK-MODEL-GEN)
                   PERFORM MATCH-CAMPAIGN-PARA
                           THRU MATCH-CAMPAIGN-PARA-EXIT
               END-IF
           END-PERFORM.

       MATCH-VEHICLE-PARA-EXIT.
           EXIT.

      * Preklapanje godina proizvodnje modela s kampanjom. Model bez
      * citljivih godina se uparuje - opoziv je vazniji od
      * preciznosti - i oznacava u izvjestaju.
       MATCH-CAMPAIGN-PARA.
           IF NOT MODEL-READ
               PERFORM READ-MODEL-PARA THRU READ-MODEL-PARA-EXIT
           END-IF.

           IF MODEL-FOUND AND YEARS-KNOWN
               IF WS-PROD-TO < CT-FROM-YEAR(CMP-IDX)
                   OR WS-PROD-FROM > CT-TO-YEAR(CMP-IDX)
                   GO TO MATCH-CAMPAIGN-PARA-EXIT
               END-IF
           END-IF.

           MOVE STK-VIN TO RCL-VIN.
           MOVE CT-ID(CMP-IDX) TO RCL-CAMPAIGN.
           READ RECALL-VSAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO MATCH-CAMPAIGN-PARA-EXIT
           END-READ.

           MOVE SPACES TO RECALL-DETAIL.
           MOVE STK-VIN TO RCL-VIN.
           MOVE CT-ID(CMP-IDX) TO RCL-CAMPAIGN.
           MOVE STK-CAR-KEY TO RCL-CAR-KEY.
           MOVE ZEROS TO RCL-CONTRACT-NO RCL-NOTIFY-DATE
                         RCL-REPAIR-DATE.
           MOVE WS-TODAY-DATE-NUM TO RCL-MATCH-DATE.
           MOVE WS-RUN-NUMBER TO RCL-RUN-NUMBER.

           IF STK-SOLD
               PERFORM FIND-BUYER-PARA THRU FIND-BUYER-PARA-EXIT
               IF CONTRACT-FOUND
                   MOVE "N" TO RCL-STATUS
                   MOVE WS-CONTRACT-NO TO RCL-CONTRACT-NO
                   MOVE WS-BUYER-ID TO RCL-BUYER-ID
                   MOVE WS-BUYER-NAME TO RCL-BUYER-NAME
                   MOVE WS-TODAY-DATE-NUM TO RCL-NOTIFY-DATE
               ELSE
                   MOVE "U" TO RCL-STATUS
               END-IF
           ELSE
               MOVE "O" TO RCL-STATUS
           END-IF.

           WRITE RECALL-DETAIL
               INVALID KEY
                   DISPLAY "CARRECL: VSAM ERROR " RECALL-STATUS
                           " ON WRITE OF VIN " STK-VIN
                   MOVE RECALL-STATUS TO WS-STATUS-CODE
                   MOVE "MATCH-CAMPAIGN-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO MATCH-CAMPAIGN-PARA-EXIT
           END-WRITE.

           ADD 1 TO NEW-MATCHES.
           ADD 1 TO CT-NEW(CMP-IDX).

           IF RCL-NOTIFIED
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE WS-BUYER-NAME     TO NTF-RECIPIENT
               MOVE "PRINT"           TO NTF-CHANNEL
               MOVE "RECALL"          TO NTF-TEMPLATE
               MOVE CT-ID(CMP-IDX)    TO NTF-SUBST-1
               MOVE STK-VIN           TO NTF-SUBST-2
               MOVE WS-BUYER-ADDRESS(1:30) TO NTF-SUBST-3
               MOVE "CARRECL"         TO NTF-PROGRAM-ID
               MOVE WS-RUN-NUMBER     TO NTF-RUN-NUMBER
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               ADD 1 TO NOTICE-COUNT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "MATCHED  " CT-ID(CMP-IDX) " " STK-VIN
                  " " STK-BRAND(1:15) " " STK-MODEL(1:15)
                  " " STK-MODEL-GEN(1:10)
                  " " CMD-PROD-YEARS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           EVALUATE TRUE
               WHEN RCL-OPEN
                   MOVE "IN STOCK - BLOCKED UNTIL REPAIRED"
                       TO TEMP-REPORT-LINE(98:35)
               WHEN RCL-NOTIFIED
                   MOVE "BUYER NOTIFIED" TO TEMP-REPORT-LINE(98:35)
               WHEN RCL-UNREACHABLE
                   MOVE "SOLD - NO CONTRACT, UNREACHABLE"
                       TO TEMP-REPORT-LINE(98:35)
           END-EVALUATE.
           IF NOT MODEL-FOUND OR NOT YEARS-KNOWN
               MOVE "YEARS?" TO TEMP-REPORT-LINE(90:6)
           END-IF.
           MOVE TEMP-REPORT-LINE TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

       MATCH-CAMPAIGN-PARA-EXIT.
           EXIT.

      * Katalog za model vozila i raspon godina iz CMD-PROD-YEARS
      * ("GGGG-GGGG", "GGGG-" = jos u proizvodnji, "GGGG").
       READ-MODEL-PARA.
           SET MODEL-READ TO TRUE.
           MOVE 'N' TO WS-MODEL-FOUND.
           MOVE 'N' TO WS-YEARS-KNOWN.
           MOVE SPACES TO CMD-PROD-YEARS.
           MOVE STK-CAR-KEY TO CMD-KEY.
           READ CAR-VSAM
               INVALID KEY
                   GO TO READ-MODEL-PARA-EXIT
           END-READ.
           SET MODEL-FOUND TO TRUE.

           IF CMD-PROD-YEARS(1:4) IS NOT NUMERIC
               GO TO READ-MODEL-PARA-EXIT
           END-IF.
           SET YEARS-KNOWN TO TRUE.
           MOVE CMD-PROD-YEARS(1:4) TO WS-PROD-FROM.
           EVALUATE TRUE
               WHEN CMD-PROD-YEARS(5:1) = '-'
                       AND CMD-PROD-YEARS(6:4) IS NUMERIC
                   MOVE CMD-PROD-YEARS(6:4) TO WS-PROD-TO
               WHEN CMD-PROD-YEARS(5:1) = '-'
                   MOVE 9999 TO WS-PROD-TO
               WHEN OTHER
                   MOVE WS-PROD-FROM TO WS-PROD-TO
           END-EVALUATE.

       READ-MODEL-PARA-EXIT.
           EXIT.

      * Kupac prodanog vozila iz kupoprodajnih ugovora (CARSALE).
       FIND-BUYER-PARA.
           MOVE 'N' TO WS-CONTRACT-FOUND.
           MOVE 'N' TO WS-SALE-EOF.
           MOVE SPACES TO WS-BUYER-ID WS-BUYER-NAME WS-BUYER-ADDRESS.
           MOVE ZEROS TO WS-CONTRACT-NO.

           OPEN INPUT SALE-CONTRACT-FILE.
           READ SALE-CONTRACT-FILE
               AT END SET END-OF-SALES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SALES
               IF SAL-VIN = STK-VIN
                   SET CONTRACT-FOUND TO TRUE
                   MOVE SAL-CONTRACT-NO TO WS-CONTRACT-NO
                   MOVE SAL-BUYER-ID TO WS-BUYER-ID
                   MOVE SAL-BUYER-NAME TO WS-BUYER-NAME
                   MOVE SAL-BUYER-ADDRESS TO WS-BUYER-ADDRESS
               END-IF
               READ SALE-CONTRACT-FILE
                   AT END SET END-OF-SALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALE-CONTRACT-FILE.

       FIND-BUYER-PARA-EXIT.
           EXIT.

       APPLY-STATUS-TRX-PARA.
           MOVE SPACES TO WS-TRX-ACTION WS-TRX-CAMPAIGN WS-TRX-VIN
                          WS-TRX-DATE.
           UNSTRING RECALL-TRX-RECORD DELIMITED BY "|"
               INTO WS-TRX-ACTION WS-TRX-CAMPAIGN WS-TRX-VIN
                    WS-TRX-DATE
           END-UNSTRING.

           IF NOT TRX-IS-REPAIRED AND NOT TRX-IS-UNREACHABLE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-STATUS-TRX-PARA-EXIT
           END-IF.

           MOVE WS-TRX-VIN TO RCL-VIN.
           MOVE WS-TRX-CAMPAIGN TO RCL-CAMPAIGN.
           READ RECALL-VSAM
               INVALID KEY
                   MOVE "VIN NOT IN CAMPAIGN" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-STATUS-TRX-PARA-EXIT
           END-READ.

           IF RCL-REPAIRED
               MOVE "ALREADY REPAIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-STATUS-TRX-PARA-EXIT
           END-IF.

           IF TRX-IS-REPAIRED
               IF WS-TRX-DATE = SPACES
                   MOVE WS-TODAY-DATE-NUM TO WS-REPAIR-DATE
               ELSE
                   IF WS-TRX-DATE IS NOT NUMERIC
                       MOVE "INVALID REPAIR DATE" TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                           THRU REJECT-TRX-PARA-EXIT
                       GO TO APPLY-STATUS-TRX-PARA-EXIT
                   END-IF
                   MOVE WS-TRX-DATE TO WS-REPAIR-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPAIR-DATE)
                           NOT = 0
                       OR WS-REPAIR-DATE > WS-TODAY-DATE-NUM
                       MOVE "INVALID REPAIR DATE" TO WS-REJECT-REASON
                       PERFORM REJECT-TRX-PARA
                           THRU REJECT-TRX-PARA-EXIT
                       GO TO APPLY-STATUS-TRX-PARA-EXIT
                   END-IF
               END-IF
               MOVE "R" TO RCL-STATUS
               MOVE WS-REPAIR-DATE TO RCL-REPAIR-DATE
           ELSE
               IF NOT RCL-NOTIFIED
                   MOVE "ONLY NOTIFIED BUYER CAN BE UNREACHABLE"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-STATUS-TRX-PARA-EXIT
               END-IF
               MOVE "U" TO RCL-STATUS
           END-IF.
           MOVE WS-RUN-NUMBER TO RCL-RUN-NUMBER.

           REWRITE RECALL-DETAIL
               INVALID KEY
                   DISPLAY "CARRECL: VSAM ERROR " RECALL-STATUS
                           " ON REWRITE OF VIN " RCL-VIN
                   MOVE RECALL-STATUS TO WS-STATUS-CODE
                   MOVE "APPLY-STATUS-TRX-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO APPLY-STATUS-TRX-PARA-EXIT
           END-REWRITE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           IF RCL-REPAIRED
               ADD 1 TO REPAIRED-COUNT
               STRING "REPAIRED " RCL-CAMPAIGN " " RCL-VIN
                      " ON " RCL-REPAIR-DATE
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               ADD 1 TO UNREACHABLE-COUNT
               STRING "UNREACHABLE " RCL-CAMPAIGN " " RCL-VIN
                      " " RCL-BUYER-NAME
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

       APPLY-STATUS-TRX-PARA-EXIT.
           EXIT.

      * Stanje svih vozila po kampanji iz RCL-VSAM-a.
       REPORT-CAMPAIGN-STATUS-PARA.
           MOVE 'N' TO WS-RECALL-EOF.
           MOVE LOW-VALUES TO RCL-KEY.
           START RECALL-VSAM KEY IS >= RCL-KEY
               INVALID KEY
                   SET END-OF-RECALLS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-RECALLS
               READ RECALL-VSAM NEXT RECORD
                   AT END SET END-OF-RECALLS TO TRUE
               END-READ
               IF NOT END-OF-RECALLS
                   PERFORM TALLY-STATUS-PARA
                           THRU TALLY-STATUS-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE "STATUS BY CAMPAIGN" TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CAMPAIGN-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " CT-ID(CMP-IDX)
                      " " CT-DESCRIPTION(CMP-IDX)
                      " NEW " CT-NEW(CMP-IDX)
                      " OPEN " CT-OPEN(CMP-IDX)
                      " NOTIFIED " CT-NOTIFIED(CMP-IDX)
                      " UNREACHABLE " CT-UNREACHABLE(CMP-IDX)
                      " REPAIRED " CT-REPAIRED(CMP-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO RECALL-REPORT-LINE
               WRITE RECALL-REPORT-LINE
           END-PERFORM.

       REPORT-CAMPAIGN-STATUS-PARA-EXIT.
           EXIT.

       TALLY-STATUS-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CAMPAIGN-COUNT
               IF CT-ID(CMP-IDX) = RCL-CAMPAIGN
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO CMP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-CAMPAIGN-COUNT < WS-MAX-CAMPAIGNS
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   INITIALIZE CAMPAIGN-ENTRY(WS-CAMPAIGN-COUNT)
                   MOVE RCL-CAMPAIGN TO CT-ID(WS-CAMPAIGN-COUNT)
                   MOVE 'N' TO CT-ACTIVE(WS-CAMPAIGN-COUNT)
                   MOVE "(NOT IN CAMPAIGN FILE)"
                       TO CT-DESCRIPTION(WS-CAMPAIGN-COUNT)
                   MOVE WS-CAMPAIGN-COUNT TO WS-FOUND-IDX
               ELSE
                   GO TO TALLY-STATUS-PARA-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN RCL-OPEN
                   ADD 1 TO CT-OPEN(WS-FOUND-IDX)
               WHEN RCL-NOTIFIED
                   ADD 1 TO CT-NOTIFIED(WS-FOUND-IDX)
               WHEN RCL-UNREACHABLE
                   ADD 1 TO CT-UNREACHABLE(WS-FOUND-IDX)
               WHEN RCL-REPAIRED
                   ADD 1 TO CT-REPAIRED(WS-FOUND-IDX)
           END-EVALUATE.

       TALLY-STATUS-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "CARRECL: REJECTED - "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   " (VIN " WS-TRX-VIN ")".
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED - "
                  FUNCTION TRIM(WS-REJECT-REASON)
                  " (" FUNCTION TRIM(WS-TRX-CAMPAIGN)
                  " VIN " WS-TRX-VIN ")"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

       REJECT-TRX-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "VEHICLES READ: " VEHICLES-READ
                  "  NEW MATCHES: " NEW-MATCHES
                  "  NOTICES QUEUED: " NOTICE-COUNT
                  "  STATUS UPDATES: " TOTAL-TRX
                  "  REPAIRED: " REPAIRED-COUNT
                  "  UNREACHABLE: " UNREACHABLE-COUNT
                  "  REJECTED: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           MOVE "CARRECL" TO EXC-PROGRAM-ID
           MOVE WS-STATUS-CODE TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "VSAM ERROR ON " FUNCTION TRIM(EXC-PARAGRAPH)
                  " FOR VIN " RCL-VIN
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "CARRECL"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE VEHICLES-READ TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
