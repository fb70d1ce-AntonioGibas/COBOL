      ******************************************************************
      *    DOGCHPX - Periodicka izlazna datoteka za nacionalni registar*
      *              kucnih ljubimaca (mikrocipovi). Iz CHGJRN journala*
      *              koji puni DOGTRX (zadaci/copylib/REGCHG) uzima    *
      *              promjene koje jos nisu poslane - nove             *
      *              registracije, prijenose vlasnistva i odjave - i   *
      *              pise ih u CHPOUT u formatu registra (zadaci/      *
      *              copylib/CHPXREC): zaglavlje, detalji, zakljucak.  *
      *              Zadnji poslani DOGTRX run se vodi u CHPCTL        *
      *              kontrolnom skupu (zadnji zapis vrijedi, obrazac   *
      *              TAGCTL), pa svaka promjena ide registru tocno     *
      *              jednom.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGCHPX.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal promjena registra pasa (DOGTRX, OPEN EXTEND).
           SELECT OPTIONAL REGISTRY-CHANGE-FILE ASSIGN TO CHGJRN
                  ORGANIZATION IS SEQUENTIAL.

      * Izlazna datoteka za nacionalni registar.
           SELECT CHIP-EXPORT-FILE ASSIGN TO CHPOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolni skup zadnje poslanog DOGTRX runa - zadnji zapis
      * vrijedi, novi se dopisuje.
           SELECT OPTIONAL CHIP-CONTROL-FILE ASSIGN TO CHPCTL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-CHANGE-FILE.
           COPY REGCHG.

       FD CHIP-EXPORT-FILE.
           COPY CHPXREC.

       FD CHIP-CONTROL-FILE RECORDING MODE F.
       01 CHIP-CONTROL-RECORD.
           05 CCT-LAST-RUN      PIC 9(6).
           05 FILLER            PIC X.
           05 CCT-EXPORT-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

      * Oznaka posiljatelja u zaglavlju datoteke registra.
       01 WS-SENDER-CODE   PIC X(10) VALUE "CITYDOGREG".

       01 WS-CHG-EOF       PIC X VALUE 'N'.
           88 END-OF-CHANGES VALUE 'Y'.
       01 WS-CTL-EOF       PIC X VALUE 'N'.
           88 END-OF-CHIP-CTL VALUE 'Y'.

       01 WS-LAST-SENT-RUN PIC 9(6) VALUE ZEROS.
       01 WS-MAX-SENT-RUN  PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-DATE-NUM PIC 9(8).

       01 TOTAL-CHANGES    PIC 9(7) VALUE ZEROS.
       01 ALREADY-SENT     PIC 9(7) VALUE ZEROS.
       01 EXPORTED-COUNT   PIC 9(7) VALUE ZEROS.
       01 NEW-COUNT        PIC 9(7) VALUE ZEROS.
       01 TRANSFER-COUNT   PIC 9(7) VALUE ZEROS.
       01 DEREG-COUNT      PIC 9(7) VALUE ZEROS.
       01 SKIPPED-COUNT    PIC 9(7) VALUE ZEROS.

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

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=preskoceni zapisi
      * journala.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           PERFORM READ-CHIP-CONTROL-PARA
                   THRU READ-CHIP-CONTROL-PARA-EXIT.
           MOVE WS-LAST-SENT-RUN TO WS-MAX-SENT-RUN.

           OPEN INPUT REGISTRY-CHANGE-FILE.
           OPEN OUTPUT CHIP-EXPORT-FILE.

           MOVE SPACES TO CHIP-EXCHANGE-RECORD.
           SET CPX-IS-HEADER TO TRUE.
           MOVE WS-SENDER-CODE    TO CPX-SENDER.
           MOVE WS-TODAY-DATE-NUM TO CPX-FILE-DATE.
           MOVE WS-RUN-NUMBER     TO CPX-FILE-RUN.
           WRITE CHIP-EXCHANGE-RECORD.

           READ REGISTRY-CHANGE-FILE
               AT END SET END-OF-CHANGES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHANGES
               ADD 1 TO TOTAL-CHANGES
               PERFORM EXPORT-CHANGE-PARA THRU EXPORT-CHANGE-PARA-EXIT
               READ REGISTRY-CHANGE-FILE
                   AT END SET END-OF-CHANGES TO TRUE
               END-READ
           END-PERFORM.

           MOVE SPACES TO CHIP-EXCHANGE-RECORD.
           SET CPX-IS-TRAILER TO TRUE.
           MOVE EXPORTED-COUNT TO CPX-RECORD-COUNT.
           WRITE CHIP-EXCHANGE-RECORD.

           CLOSE REGISTRY-CHANGE-FILE.
           CLOSE CHIP-EXPORT-FILE.

           IF EXPORTED-COUNT > 0
               PERFORM WRITE-CHIP-CONTROL-PARA
                       THRU WRITE-CHIP-CONTROL-PARA-EXIT
           END-IF.

           DISPLAY "DOGCHPX: " TOTAL-CHANGES " CHANGES - EXPORTED "
                   EXPORTED-COUNT " (NEW " NEW-COUNT
                   " TRANSFER " TRANSFER-COUNT
                   " DEREGISTER " DEREG-COUNT ")"
                   " ALREADY SENT " ALREADY-SENT
                   " SKIPPED " SKIPPED-COUNT.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Jedna promjena iz journala - vec poslane (run do zadnje
      * poslanog) se preskacu, ostale idu u datoteku registra.
       EXPORT-CHANGE-PARA.
           IF RCH-RUN-NUMBER IS NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "DOGCHPX: SKIPPED - INVALID JOURNAL RECORD ["
                       RCH-DOG-NAME "]"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO EXPORT-CHANGE-PARA-EXIT
           END-IF.

           IF RCH-RUN-NUMBER NOT > WS-LAST-SENT-RUN
               ADD 1 TO ALREADY-SENT
               GO TO EXPORT-CHANGE-PARA-EXIT
           END-IF.

           MOVE SPACES TO CHIP-EXCHANGE-RECORD.
           SET CPX-IS-DETAIL TO TRUE.
           EVALUATE TRUE
               WHEN RCH-IS-REGISTER
                   SET CPX-IS-NEW TO TRUE
                   ADD 1 TO NEW-COUNT
               WHEN RCH-IS-TRANSFER
                   SET CPX-IS-TRANSFER TO TRUE
                   ADD 1 TO TRANSFER-COUNT
               WHEN RCH-IS-DEREGISTER
                   SET CPX-IS-DEREG TO TRUE
                   ADD 1 TO DEREG-COUNT
               WHEN OTHER
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "DOGCHPX: SKIPPED - UNKNOWN ACTION "
                           RCH-ACTION " [" RCH-DOG-NAME "]"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO EXPORT-CHANGE-PARA-EXIT
           END-EVALUATE.

           MOVE RCH-CHIP       TO CPX-CHIP.
           MOVE RCH-TAG        TO CPX-LOCAL-ID.
           MOVE RCH-DOG-NAME   TO CPX-DOG-NAME.
           MOVE RCH-OWNER      TO CPX-OWNER.
           MOVE RCH-OLD-OWNER  TO CPX-OLD-OWNER.
           MOVE RCH-RACE       TO CPX-RACE.
           MOVE RCH-DATE       TO CPX-EVENT-DATE.
           WRITE CHIP-EXCHANGE-RECORD.
           ADD 1 TO EXPORTED-COUNT.

           IF RCH-RUN-NUMBER > WS-MAX-SENT-RUN
               MOVE RCH-RUN-NUMBER TO WS-MAX-SENT-RUN
           END-IF.

       EXPORT-CHANGE-PARA-EXIT.
           EXIT.

      * Cita zadnji poslani DOGTRX run iz CHPCTL (zadnji zapis
      * vrijedi, kao TAGCTL).
       READ-CHIP-CONTROL-PARA.
           OPEN INPUT CHIP-CONTROL-FILE.

           READ CHIP-CONTROL-FILE
               AT END SET END-OF-CHIP-CTL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-CHIP-CTL
               IF CCT-LAST-RUN IS NUMERIC
                   MOVE CCT-LAST-RUN TO WS-LAST-SENT-RUN
               END-IF
               READ CHIP-CONTROL-FILE
                   AT END SET END-OF-CHIP-CTL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CHIP-CONTROL-FILE.

       READ-CHIP-CONTROL-PARA-EXIT.
           EXIT.

      * Dopisuje zadnji poslani run u CHPCTL.
       WRITE-CHIP-CONTROL-PARA.
           OPEN EXTEND CHIP-CONTROL-FILE.
           MOVE SPACES TO CHIP-CONTROL-RECORD.
           MOVE WS-MAX-SENT-RUN   TO CCT-LAST-RUN.
           MOVE WS-TODAY-DATE-NUM TO CCT-EXPORT-DATE.
           WRITE CHIP-CONTROL-RECORD.
           CLOSE CHIP-CONTROL-FILE.

       WRITE-CHIP-CONTROL-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DOGCHPX"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE EXPORTED-COUNT TO ALOG-RECORD-COUNT
           IF SKIPPED-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
