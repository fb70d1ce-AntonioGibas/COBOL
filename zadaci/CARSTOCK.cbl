      *               izvjestaj zalihe po marki i modelu s brojem      *
      *               vozila i prosjecnim/najvecim brojem dana na      *
      *               zalihi - pitanje koje podij postavlja svaki      *
      *               dan, dosad bez sustava. Vozilo s otvorenim       *
      *               opozivom (RCL-VSAM, vidi CARRECL) se ne moze     *
      *               rezervirati ni prodati dok nije popravljeno.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARSTOCK.
                  RECORD KEY IS CMD-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT OPTIONAL RECALL-VSAM ASSIGN TO RCLVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCL-KEY
                  FILE STATUS IS RECALL-STATUS.

           SELECT STOCK-REPORT ASSIGN TO STKRPT
                  ORGANIZATION IS SEQUENTIAL.

       FD CAR-VSAM.
           COPY CARDET.

       FD RECALL-VSAM.
           COPY RCLREC.

       FD STOCK-REPORT.
       01 STOCK-REPORT-LINE PIC X(132).

           88 STOCK-OK     VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 RECALL-STATUS   PIC XX.
       01 WS-RECALL-EOF    PIC X VALUE 'N'.
           88 END-OF-RECALLS VALUE 'Y'.
       01 WS-RECALL-BLOCK  PIC X VALUE 'N'.
           88 RECALL-BLOCKED VALUE 'Y'.

       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
           OPEN INPUT STOCK-TRX-FILE.
           OPEN I-O STOCK-VSAM.
           OPEN INPUT CAR-VSAM.
           OPEN INPUT RECALL-VSAM.
           OPEN OUTPUT STOCK-REPORT.

           MOVE "DEALER STOCK PROCESSING" TO STOCK-REPORT-LINE.
           CLOSE STOCK-TRX-FILE.
           CLOSE STOCK-VSAM.
           CLOSE CAR-VSAM.
           CLOSE RECALL-VSAM.
           CLOSE STOCK-REPORT.
           GOBACK.

               GO TO RESERVE-PARA-EXIT
           END-IF.

           PERFORM CHECK-RECALL-PARA THRU CHECK-RECALL-PARA-EXIT.
           IF RECALL-BLOCKED
               MOVE "OPEN RECALL - NOT REPAIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO RESERVE-PARA-EXIT
           END-IF.

           MOVE "R" TO STK-STATUS.
           PERFORM REWRITE-STOCK-PARA THRU REWRITE-STOCK-PARA-EXIT.
           IF STOCK-OK
               GO TO SALE-PARA-EXIT
           END-IF.

           PERFORM CHECK-RECALL-PARA THRU CHECK-RECALL-PARA-EXIT.
           IF RECALL-BLOCKED
               MOVE "OPEN RECALL - NOT REPAIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO SALE-PARA-EXIT
           END-IF.

           MOVE "D" TO STK-STATUS.
           MOVE WS-TODAY-DATE-NUM TO STK-SALE-DATE.
           PERFORM REWRITE-STOCK-PARA THRU REWRITE-STOCK-PARA-EXIT.
       SALE-PARA-EXIT.
           EXIT.

      * Vozilo s nepopravljenim opozivom (RCL-VSAM, vidi CARRECL) se
      * ne smije rezervirati ni prodati.
       CHECK-RECALL-PARA.
           MOVE 'N' TO WS-RECALL-BLOCK.
           MOVE 'N' TO WS-RECALL-EOF.
           MOVE STK-VIN TO RCL-VIN.
           MOVE LOW-VALUES TO RCL-CAMPAIGN.
           START RECALL-VSAM KEY IS >= RCL-KEY
               INVALID KEY
                   SET END-OF-RECALLS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-RECALLS OR RECALL-BLOCKED
               READ RECALL-VSAM NEXT RECORD
                   AT END SET END-OF-RECALLS TO TRUE
               END-READ
               IF NOT END-OF-RECALLS
                   IF RCL-VIN NOT = STK-VIN
                       SET END-OF-RECALLS TO TRUE
                   ELSE
                       IF NOT RCL-REPAIRED
                           SET RECALL-BLOCKED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RECALL-PARA-EXIT.
           EXIT.

       REWRITE-STOCK-PARA.
           REWRITE STOCK-DETAIL
               INVALID KEY
