      *               RESTART=Y) cita status proslog pokretanja        *
      *               (STEPSTAT) i preskace vec uspjesno zavrsene      *
      *               korake umjesto da covjek u 2 ujutro odlucuje     *
      *               odakle nastaviti. Korak s RC-om iznad 4 otvara   *
      *               ili azurira incident prema service desku         *
      *               (shared/source/INCRAISE).                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYCTL.
      * zakasnjelog.
           COPY LOCKREQ.

      * Incident prema service desku za pali korak (shared/copylib/
      * INCREQ, shared/source/INCRAISE).
           COPY INCREQ.
       01 WS-RC-DISPLAY          PIC -(4)9.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
      * PARSE-PARMD-PARA.

           PERFORM CHECK-STEP-RC-PARA THRU CHECK-STEP-RC-PARA-EXIT.
           PERFORM WRITE-STATUS-PARA THRU WRITE-STATUS-PARA-EXIT.
           IF WS-STEP-RC > 4
               PERFORM RAISE-INCIDENT-PARA THRU RAISE-INCIDENT-PARA-EXIT
           END-IF.

       RUN-ONE-STEP-PARA-EXIT.
           EXIT.

       WRITE-STATUS-PARA-EXIT.
           EXIT.

      * Korak koji je prekinuo lanac (FAIL) ili zavrsio s RC-om koji
      * bi ga prekinuo (vise od 4) ide service desku kao incident -
      * ponovljeni pad istog koraka u istom prozoru (npr. restart)
      * azurira isti incident.
       RAISE-INCIDENT-PARA.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "DAILYCTL" TO IRQ-SOURCE.
           SET IRQ-STEP-FAILURE TO TRUE.
           MOVE STP-PROGRAM TO IRQ-PROGRAM.
           STRING "STEP " STP-SEQ DELIMITED BY SIZE INTO IRQ-STEP.
           MOVE WS-STEP-RC TO IRQ-RC.
           MOVE ZEROS TO IRQ-RUN-NUMBER.
           MOVE WS-STEP-RC TO WS-RC-DISPLAY.
           IF RUN-ABORTED
               STRING "STEP FAILED WITH RC="
                      FUNCTION TRIM(WS-RC-DISPLAY)
                      " - BATCH WINDOW ABORTED"
                   DELIMITED BY SIZE INTO IRQ-SUMMARY
           ELSE
               STRING "STEP ENDED WITH RC="
                      FUNCTION TRIM(WS-RC-DISPLAY)
                      " - WINDOW CONTINUED (SEVERITY C)"
                   DELIMITED BY SIZE INTO IRQ-SUMMARY
           END-IF.
           CALL "INCRAISE" USING INCIDENT-REQUEST.
           DISPLAY "DAILYCTL - KORAK " WS-STEP-NAME
                   " PRIJAVLJEN SERVICE DESKU, INCIDENT "
                   IRQ-TICKET-ID " (" IRQ-ACTION ")".

       RAISE-INCIDENT-PARA-EXIT.
           EXIT.
