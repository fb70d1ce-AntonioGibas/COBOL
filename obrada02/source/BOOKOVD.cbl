      *           (vidi obrada02/copylib/BOOKCOPY), izdvaja primjerke  *
      *           sa statusom "P" ciji je BC-DUE-DATE prije datuma     *
      *           pokretanja (naslov se dohvaca keyed READ-om iz       *
      *           BOOK-VSAM mastera), grupira ih po poslovnici i       *
      *           posuditelju, svrstava u starosne razrede (1-7, 8-30, *
      *           preko 30 dana) i obracunava zakasninu po dnevnoj     *
      *           stopi iz kontrolne datoteke FINEFL samo za radne     *
      *           dane iza roka (BUSDAY, funkcija C). Pise listing po  *
      *           poslovnicama kroz RPTWRT (svaka poslovnica je        *
      *           zasebna sekcija za distribuciju preko RPTDST, unutar *
      *           nje grupe po posuditelju) i knjigu zaduzenja za      *
      *           naplatu (FINLED) - dosad je pracenje prekoracenja    *
      *           bilo knjiznicarka s ispisom i kalkulatorom. PARM     *
      *           BRANCH=nnn ogranicava run na primjerke jedne         *
      *           poslovnice (default sve).                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FINE-RATE-FILE ASSIGN TO FINEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FINES-LEDGER ASSIGN TO FINLED
                  ORGANIZATION IS SEQUENTIAL.

       01 FINE-RATE-RECORD.
           05 FIN-DAILY-RATE    PIC 9(3)V99.

      * Knjiga zaduzenja - jedan zapis po prekoracenoj knjizi.
       FD FINES-LEDGER.
       01 FINES-LEDGER-RECORD.
       01 TOTAL-OVERDUE    PIC 9(6) VALUE ZEROS.
       01 TOTAL-FINES      PIC 9(9)V99 VALUE ZEROS.

      * Zahtjev prema zajednickom report-writer servisu - vidi
      * shared/copylib/RPTCTL i shared/source/RPTWRT.
           COPY RPTCTL.

       01 WS-TODAY-DATE-NUM    PIC 9(8).
       01 WS-TODAY-INTEGER     PIC S9(9) COMP.
       01 WS-DUE-INTEGER       PIC S9(9) COMP.
       01 WS-DAYS-OVERDUE      PIC S9(9) COMP.
      * Dani za koje se zakasnina obracunava - samo radni dani iza
      * roka (kad je knjiznica otvorena), vidi shared/copylib/BDAYREQ
      * i shared/source/BUSDAY.
       01 WS-DAYS-CHARGED      PIC S9(9) COMP.
           COPY BDAYREQ.
       01 WS-FINE-AMOUNT       PIC 9(7)V99.
       01 WS-FINE-EDIT         PIC ZZZZZZ9.99.
       01 WS-DAYS-EDIT         PIC ZZZZ9.
       01 WS-CHARGED-EDIT      PIC ZZZZ9.

      * Prekoracene posudbe skupljene iz prolaza - grupiraju se po
      * poslovnici pa po posuditelju u izvjestajnoj fazi.
       01 WS-MAX-OVERDUE    PIC 9(4) VALUE 1000.
       01 WS-OVERDUE-COUNT  PIC 9(4) VALUE 0.
       01 OVERDUE-TABLE.
           02 OVERDUE-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-OVERDUE-COUNT
                             INDEXED BY OVD-IDX.
              03 OVD-BRANCH     PIC X(3).
              03 OVD-BORROWER   PIC X(30).
              03 OVD-BOOK-ID    PIC 9(5).
              03 OVD-COPY-NO    PIC 9(2).
              03 OVD-TITLE      PIC X(50).
              03 OVD-DAYS       PIC 9(5).
              03 OVD-CHARGED    PIC 9(5).
              03 OVD-FINE       PIC 9(7)V99.
              03 OVD-REPORTED   PIC X.
                 88 OVD-IS-REPORTED VALUE 'Y'.

       01 WS-BRANCH-IDX     PIC 9(4).
       01 WS-GROUP-BRANCH   PIC X(3).
       01 WS-BRANCH-BOOKS   PIC 9(4).
       01 WS-BRANCH-FINE    PIC 9(9)V99.
       01 WS-GROUP-IDX      PIC 9(4).
       01 WS-GROUP-BORROWER PIC X(30).
       01 WS-GROUP-FINE     PIC 9(9)V99.

           OPEN INPUT BOOK-VSAM.
           OPEN INPUT COPY-VSAM.
           OPEN OUTPUT FINES-LEDGER.

           INITIALIZE REPORT-WRITER-REQUEST.
           MOVE "OPEN" TO RW-FUNCTION.
           MOVE SPACES TO RW-TITLE.
           STRING "OVERDUE BOOKS REPORT - RUN " WS-START-TIMESTAMP
               DELIMITED BY SIZE INTO RW-TITLE.
           MOVE WS-DAILY-RATE TO WS-FINE-EDIT.
           MOVE SPACES TO RW-COLUMN-HEADING.
           STRING "DAILY FINE RATE: "
                  FUNCTION TRIM(WS-FINE-EDIT)
               DELIMITED BY SIZE INTO RW-COLUMN-HEADING.
           MOVE 50 TO RW-LINES-PER-PAGE.
           MOVE "BOOKOVD" TO RW-REPORT-ID.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           READ COPY-VSAM NEXT RECORD
               AT END SET END-OF-VSAM TO TRUE
               END-READ
           END-PERFORM.

           PERFORM REPORT-BY-BRANCH-PARA
                   THRU REPORT-BY-BRANCH-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           MOVE "CLOSE" TO RW-FUNCTION.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

      * RC se postavlja tek nakon zadnjeg poziva RPTWRT-a - povratkom
      * iz CALL-a RETURN-CODE dobiva vrijednost pozvanog programa.
           IF TOTAL-OVERDUE > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE BOOK-VSAM.
           CLOSE COPY-VSAM.
           CLOSE FINES-LEDGER.
           GOBACK.


           COMPUTE WS-DAYS-OVERDUE =
                   WS-TODAY-INTEGER - WS-DUE-INTEGER.

           SET BDQ-COUNT-DAYS TO TRUE.
           MOVE "BOOKOVD"         TO BDQ-PROGRAM.
           MOVE BC-DUE-DATE       TO BDQ-DATE.
           MOVE ZEROS             TO BDQ-DAYS.
           MOVE WS-TODAY-DATE-NUM TO BDQ-TO-DATE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           IF BDQ-RESULT = "90"
               MOVE WS-DAYS-OVERDUE TO WS-DAYS-CHARGED
           ELSE
               MOVE BDQ-DAYS TO WS-DAYS-CHARGED
           END-IF.

           COMPUTE WS-FINE-AMOUNT =
                   WS-DAYS-CHARGED * WS-DAILY-RATE.

           ADD 1 TO TOTAL-OVERDUE.
           ADD WS-FINE-AMOUNT TO TOTAL-FINES.

           IF WS-OVERDUE-COUNT < WS-MAX-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE BC-BRANCH       TO OVD-BRANCH(WS-OVERDUE-COUNT)
               MOVE BC-BORROWER     TO OVD-BORROWER(WS-OVERDUE-COUNT)
               MOVE BC-BOOK-ID      TO OVD-BOOK-ID(WS-OVERDUE-COUNT)
               MOVE BC-COPY-NO      TO OVD-COPY-NO(WS-OVERDUE-COUNT)
               MOVE BD-TITLE        TO OVD-TITLE(WS-OVERDUE-COUNT)
               MOVE WS-DAYS-OVERDUE TO OVD-DAYS(WS-OVERDUE-COUNT)
               MOVE WS-DAYS-CHARGED TO OVD-CHARGED(WS-OVERDUE-COUNT)
               MOVE WS-FINE-AMOUNT  TO OVD-FINE(WS-OVERDUE-COUNT)
               MOVE 'N' TO OVD-REPORTED(WS-OVERDUE-COUNT)
           END-IF.
           MOVE BC-BORROWER     TO FLG-BORROWER.
           MOVE BC-BOOK-ID      TO FLG-BOOK-ID.
           MOVE BC-COPY-NO      TO FLG-COPY-NO.
           MOVE WS-DAYS-CHARGED TO FLG-DAYS-OVERDUE.
           MOVE WS-FINE-AMOUNT  TO FLG-FINE-AMOUNT.
           WRITE FINES-LEDGER-RECORD.

       CHECK-OVERDUE-PARA-EXIT.
           EXIT.

      * Grupe po poslovnici - prvi jos neprijavljeni primjerak
      * otvara poslovnicu, a REPORT-ONE-BRANCH-PARA prijavljuje sve
      * njezine primjerke.
       REPORT-BY-BRANCH-PARA.
           PERFORM VARYING OVD-IDX FROM 1 BY 1
                   UNTIL OVD-IDX > WS-OVERDUE-COUNT
               IF NOT OVD-IS-REPORTED(OVD-IDX)
                   MOVE OVD-BRANCH(OVD-IDX) TO WS-GROUP-BRANCH
                   PERFORM REPORT-ONE-BRANCH-PARA
                           THRU REPORT-ONE-BRANCH-PARA-EXIT
               END-IF
           END-PERFORM.

       REPORT-BY-BRANCH-PARA-EXIT.
           EXIT.

      * Jedna poslovnica - za svakog jos neprijavljenog posuditelja
      * te poslovnice ispisuje grupu, pa podzbroj poslovnice.
       REPORT-ONE-BRANCH-PARA.
      * Svaka poslovnica je sekcija izvjestaja za distribuciju
      * (RPTDST) - listing ide poslovnici koja naplacuje zakasninu.
           MOVE "SECT" TO RW-FUNCTION.
           MOVE WS-GROUP-BRANCH TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "BRANCH: " WS-GROUP-BRANCH
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE ZEROS TO WS-BRANCH-BOOKS.
           MOVE ZEROS TO WS-BRANCH-FINE.

           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-OVERDUE-COUNT
               IF OVD-BRANCH(WS-BRANCH-IDX) = WS-GROUP-BRANCH
                       AND NOT OVD-IS-REPORTED(WS-BRANCH-IDX)
                   MOVE OVD-BORROWER(WS-BRANCH-IDX)
                        TO WS-GROUP-BORROWER
                   PERFORM REPORT-ONE-BORROWER-PARA
                           THRU REPORT-ONE-BORROWER-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-BRANCH-FINE TO WS-FINE-EDIT.
           MOVE "BREAK" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "SUBTOTAL BRANCH " WS-GROUP-BRANCH
                  ": " WS-BRANCH-BOOKS " OVERDUE, FINES "
                  FUNCTION TRIM(WS-FINE-EDIT)
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       REPORT-ONE-BRANCH-PARA-EXIT.
           EXIT.

      * Jedan posuditelj unutar poslovnice - knjige, starosni
      * razredi, ukupna zakasnina i obavijest posuditelju.
       REPORT-ONE-BORROWER-PARA.
           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "BORROWER: " FUNCTION TRIM(WS-GROUP-BORROWER)
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE ZEROS TO WS-GROUP-FINE.
           MOVE ZEROS TO WS-BUCKET-1-7.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-OVERDUE-COUNT
               IF OVD-BORROWER(WS-GROUP-IDX) = WS-GROUP-BORROWER
                       AND OVD-BRANCH(WS-GROUP-IDX) = WS-GROUP-BRANCH
                       AND NOT OVD-IS-REPORTED(WS-GROUP-IDX)
                   MOVE 'Y' TO OVD-REPORTED(WS-GROUP-IDX)
                   ADD OVD-FINE(WS-GROUP-IDX) TO WS-GROUP-FINE
                           ADD 1 TO WS-BUCKET-OVER-30
                   END-EVALUATE
                   MOVE OVD-DAYS(WS-GROUP-IDX) TO WS-DAYS-EDIT
                   MOVE OVD-CHARGED(WS-GROUP-IDX) TO WS-CHARGED-EDIT
                   MOVE OVD-FINE(WS-GROUP-IDX) TO WS-FINE-EDIT
                   MOVE "LINE" TO RW-FUNCTION
                   MOVE SPACES TO RW-LINE
                   STRING "  BOOK " OVD-BOOK-ID(WS-GROUP-IDX)
                          " COPY " OVD-COPY-NO(WS-GROUP-IDX)
                          " " OVD-TITLE(WS-GROUP-IDX)(1:30)
                          " DAYS " FUNCTION TRIM(WS-DAYS-EDIT)
                          " CHARGED " FUNCTION TRIM(WS-CHARGED-EDIT)
                          " FINE " FUNCTION TRIM(WS-FINE-EDIT)
                       DELIMITED BY SIZE INTO RW-LINE
                   CALL "RPTWRT" USING REPORT-WRITER-REQUEST
               END-IF
           END-PERFORM.

           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "  AGING 1-7: " WS-BUCKET-1-7
                  "  8-30: " WS-BUCKET-8-30
                  "  OVER 30: " WS-BUCKET-OVER-30
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE WS-GROUP-FINE TO WS-FINE-EDIT.
           MOVE "BREAK" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "  TOTAL FINE: " FUNCTION TRIM(WS-FINE-EDIT)
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

      * Obavijest posuditelju ide u zajednicki red (NTFQFL) umjesto
      * u jos jedan vlastiti izvod - otprema je NTFDISP-ova briga.
           COMPUTE WS-GROUP-BOOKS =
                   WS-BUCKET-1-7 + WS-BUCKET-8-30
                   + WS-BUCKET-OVER-30.
           ADD WS-GROUP-BOOKS TO WS-BRANCH-BOOKS.
           ADD WS-GROUP-FINE TO WS-BRANCH-FINE.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
       REPORT-ONE-BORROWER-PARA-EXIT.
           EXIT.

      * Ukupni zbrojevi idu u zasebnu zavrsnu sekciju, kao u
      * CMODRPT-u.
       WRITE-SUMMARY-PARA.
           MOVE "SECT" TO RW-FUNCTION.
           MOVE "*TOTAL" TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "TOTAL" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "BOOKS ON LOAN: " TOTAL-ON-LOAN
                  "  OVERDUE: " TOTAL-OVERDUE
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE TOTAL-FINES TO WS-FINE-EDIT.
           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "TOTAL FINES ASSESSED: "
                  FUNCTION TRIM(WS-FINE-EDIT)
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.
