      ******************************************************************
      *    BALCHK - Balansiranje kontrolnih zbrojeva na kraju batch    *
      *             prozora. Cita zajednicki BALFL (vidi               *
      *             shared/copylib/CTLTOT), za svaki logicki skup      *
      *             podataka uzima zadnji P (proizvodjac) i zadnji C   *
      *             (potrosac) zapis, usporedjuje broj zapisa i hash   *
      *             kljucnog polja i pise izvjestaj; bilo koje         *
      *             neslaganje ili skup bez svog para zavrsava run s   *
      *             RC=8 - N mora biti jednako M strojno, ne pogledom  *
      *             u SYSOUT. Svako neslaganje otvara ili azurira      *
      *             incident prema service desku                       *
      *             (shared/source/INCRAISE).                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCHK.
           88 DATASET-FOUND VALUE 'Y'.
       01 WS-DS-IDX        PIC 9(3) VALUE ZEROS.

      * Incident prema service desku za neslaganje skupa (shared/
      * copylib/INCREQ, shared/source/INCRAISE).
           COPY INCREQ.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 8=neslaganje
                              " C " DS-CONS-COUNT(DST-IDX)
                              "/" DS-CONS-HASH(DST-IDX)
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                       MOVE SPACES TO INCIDENT-REQUEST
                       MOVE DS-PROD-PROGRAM(DST-IDX) TO IRQ-PROGRAM
                       STRING "CONTROL TOTALS MISMATCH - P "
                              DS-PROD-COUNT(DST-IDX)
                              " C " DS-CONS-COUNT(DST-IDX)
                              " (" DS-CONS-PROGRAM(DST-IDX) ")"
                           DELIMITED BY SIZE INTO IRQ-SUMMARY
                       PERFORM RAISE-INCIDENT-PARA
                               THRU RAISE-INCIDENT-PARA-EXIT
                   WHEN OTHER
                       ADD 1 TO UNPAIRED-COUNT
                       MOVE SPACES TO INCIDENT-REQUEST
                       IF DS-PROD-SEEN(DST-IDX)
                           STRING DS-NAME(DST-IDX)
                                  " *** UNPAIRED *** PRODUCER ONLY"
                               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                           MOVE DS-PROD-PROGRAM(DST-IDX)
                               TO IRQ-PROGRAM
                           MOVE "DATA SET PRODUCED BUT NEVER CONSUMED"
                               TO IRQ-SUMMARY
                       ELSE
                           STRING DS-NAME(DST-IDX)
                                  " *** UNPAIRED *** CONSUMER ONLY"
                               DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                           MOVE DS-CONS-PROGRAM(DST-IDX)
                               TO IRQ-PROGRAM
                           MOVE "DATA SET CONSUMED WITHOUT A PRODUCER"
                               TO IRQ-SUMMARY
                       END-IF
                       PERFORM RAISE-INCIDENT-PARA
                               THRU RAISE-INCIDENT-PARA-EXIT
               END-EVALUATE
               MOVE TEMP-REPORT-LINE TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE

       MATCH-DATASETS-PARA-EXIT.
           EXIT.

      * Neslaganje skupa ide service desku - program i sazetak puni
      * pozivatelj, korak je logicko ime skupa.
       RAISE-INCIDENT-PARA.
           MOVE "BALCHK" TO IRQ-SOURCE.
           SET IRQ-IMBALANCE TO TRUE.
           MOVE DS-NAME(DST-IDX) TO IRQ-STEP.
           MOVE 8 TO IRQ-RC.
           MOVE ZEROS TO IRQ-RUN-NUMBER.
           CALL "INCRAISE" USING INCIDENT-REQUEST.

       RAISE-INCIDENT-PARA-EXIT.
           EXIT.
