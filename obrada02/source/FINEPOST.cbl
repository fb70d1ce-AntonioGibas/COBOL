      *            se pribroje saldu clana, PAYMENT / WAIVER           *
      *            transakcije iz PAYFL ga smanje (ne ispod nule -     *
      *            preplata se prijavljuje), i cijeli novi master se   *
      *            ispise u FINBOUT. Transakcija datirana u zatvoreno  *
      *            razdoblje knjige LIBRARY (PERCHK) se odbija ili     *
      *            prijavljuje kao preusmjerena. Izvjestaj pokazuje po *
      *            clanu preneseno, zaduzeno, placeno, otpisano i novi *
      *            saldo - pult vise ne skuplja gotovinu protiv ispisa *
      *            na kojem nitko ne zna tko jos duguje. Clanarina     *
      *            (BORRRENW zapis bez knjige) se u saldu vodi i       *
      *            zasebno, s datumom knjizenja, da BORRREG RENEW zna  *
      *            kad je bas ona placena.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD FINE-BALANCE-IN.
       01 FINE-BALANCE-IN-RECORD PIC X(68).

      * Isti raspored kao FINES-LEDGER-RECORD u obrada02/source/
      * BOOKOVD.cbl.
           05 PTX-BORROWER      PIC X(30).
           05 FILLER            PIC X.
           05 PTX-AMOUNT        PIC 9(7)V99.
      * Datum valute uplate - prazan (stari PAYFL) znaci datum runa.
           05 FILLER            PIC X.
           05 PTX-DATE          PIC X(8).

       FD FINE-BALANCE-OUT.
           COPY FINEBAL.
       01 PAYMENT-COUNT     PIC 9(5) VALUE ZEROS.
       01 WAIVER-COUNT      PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX      PIC 9(5) VALUE ZEROS.
       01 REDIRECTED-TRX    PIC 9(5) VALUE ZEROS.

       01 WS-CHARGED-TOTAL  PIC 9(9)V99 VALUE ZEROS.
       01 WS-PAID-TOTAL     PIC 9(9)V99 VALUE ZEROS.
              03 FT-PAID       PIC 9(7)V99.
              03 FT-WAIVED     PIC 9(7)V99.
              03 FT-BALANCE    PIC 9(7)V99.
              03 FT-SINCE      PIC 9(8).
              03 FT-RENEWAL-DUE    PIC 9(7)V99.
              03 FT-RENEWAL-POSTED PIC 9(8).

       01 WS-FOUND-FLAG     PIC X VALUE 'N'.
           88 MEMBER-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX      PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-NAME    PIC X(30) VALUE SPACES.
       01 WS-EXCESS-AMOUNT  PIC 9(7)V99 VALUE ZEROS.
      * Knjizeni dio transakcije i dio salda koji nije clanarina -
      * PAYMENT najprije podmiruje clanarinu, WAIVER najprije
      * zakasnine.
       01 WS-APPLIED-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-FINES-PART     PIC 9(7)V99 VALUE ZEROS.
       01 WS-RUN-DATE-NUM   PIC 9(8) VALUE ZEROS.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Provjera zatvorenog obracunskog razdoblja knjige LIBRARY -
      * vidi shared/source/PERCHK i PERCLOSE.
           COPY PERREQ.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-RUN-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           OPEN OUTPUT FINE-REPORT.

               END-IF
               MOVE FT-BROUGHT(WS-MEMBER-COUNT)
                   TO FT-BALANCE(WS-MEMBER-COUNT)
      * Stari master bez datuma duga ostaje s nulom.
               IF FINE-BALANCE-IN-RECORD(42:8) IS NUMERIC
                   MOVE FINE-BALANCE-IN-RECORD(42:8)
                       TO FT-SINCE(WS-MEMBER-COUNT)
               ELSE
                   MOVE ZEROS TO FT-SINCE(WS-MEMBER-COUNT)
               END-IF
               IF FINE-BALANCE-IN-RECORD(51:9) IS NUMERIC
                   MOVE FINE-BALANCE-IN-RECORD(51:9)
                       TO FT-RENEWAL-DUE(WS-MEMBER-COUNT)(1:9)
               ELSE
                   MOVE ZEROS TO FT-RENEWAL-DUE(WS-MEMBER-COUNT)
               END-IF
               IF FINE-BALANCE-IN-RECORD(61:8) IS NUMERIC
                   MOVE FINE-BALANCE-IN-RECORD(61:8)
                       TO FT-RENEWAL-POSTED(WS-MEMBER-COUNT)
               ELSE
                   MOVE ZEROS TO FT-RENEWAL-POSTED(WS-MEMBER-COUNT)
               END-IF
               IF FT-RENEWAL-DUE(WS-MEMBER-COUNT)
                       > FT-BALANCE(WS-MEMBER-COUNT)
                   MOVE FT-BALANCE(WS-MEMBER-COUNT)
                       TO FT-RENEWAL-DUE(WS-MEMBER-COUNT)
               END-IF
               MOVE ZEROS TO FT-CHARGED(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-PAID(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-WAIVED(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-PAID(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-WAIVED(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-BALANCE(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-SINCE(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-RENEWAL-DUE(WS-MEMBER-COUNT)
               MOVE ZEROS TO FT-RENEWAL-POSTED(WS-MEMBER-COUNT)
               SET MEMBER-FOUND TO TRUE
               MOVE WS-MEMBER-COUNT TO WS-FOUND-IDX
           END-IF.
       FIND-MEMBER-PARA-EXIT.
           EXIT.

      * Pribraja zaduzenja iz knjige zaduzenja saldu clana; clan bez
      * duga od ovog runa duguje od datuma runa. Zapis bez knjige i
      * primjerka je clanarina (BORRRENW RNWCHG) - vodi se i zasebno,
      * s datumom knjizenja.
       APPLY-LEDGER-PARA.
           OPEN INPUT FINES-LEDGER.

                   PERFORM FIND-MEMBER-PARA
                           THRU FIND-MEMBER-PARA-EXIT
                   IF MEMBER-FOUND
                       IF FT-BALANCE(WS-FOUND-IDX) = 0
                           MOVE WS-RUN-DATE-NUM
                               TO FT-SINCE(WS-FOUND-IDX)
                       END-IF
                       ADD FLG-FINE-AMOUNT
                           TO FT-CHARGED(WS-FOUND-IDX)
                       ADD FLG-FINE-AMOUNT
                           TO FT-BALANCE(WS-FOUND-IDX)
                       ADD FLG-FINE-AMOUNT TO WS-CHARGED-TOTAL
                       IF FLG-BOOK-ID = ZEROS
                               AND FLG-COPY-NO = ZEROS
                           ADD FLG-FINE-AMOUNT
                               TO FT-RENEWAL-DUE(WS-FOUND-IDX)
                           MOVE WS-RUN-DATE-NUM
                               TO FT-RENEWAL-POSTED(WS-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               READ FINES-LEDGER
           EXIT.

      * PAYMENT/WAIVER - smanjuje saldo clana; iznos preko salda se
      * prijavljuje kao preplata i knjizi samo do nule. Uplata se
      * najprije racuna na nepodmirenu clanarinu, otpis najprije na
      * zakasnine (clanarina se u pravilu ne otpisuje).
       APPLY-ONE-TRX-PARA.
           IF NOT PTX-IS-PAYMENT AND NOT PTX-IS-WAIVER
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           PERFORM CHECK-PERIOD-PARA THRU CHECK-PERIOD-PARA-EXIT.
           IF PRQ-REJECTED
               MOVE "DATED IN CLOSED PERIOD" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO APPLY-ONE-TRX-PARA-EXIT
           END-IF.

           MOVE PTX-BORROWER TO WS-LOOKUP-NAME.
           PERFORM FIND-MEMBER-PARA THRU FIND-MEMBER-PARA-EXIT.

                       PTX-AMOUNT - FT-BALANCE(WS-FOUND-IDX)
           END-IF.

           COMPUTE WS-APPLIED-AMOUNT = PTX-AMOUNT - WS-EXCESS-AMOUNT.
           COMPUTE WS-FINES-PART = FT-BALANCE(WS-FOUND-IDX)
                   - FT-RENEWAL-DUE(WS-FOUND-IDX).

           IF PTX-IS-PAYMENT
               IF WS-APPLIED-AMOUNT < FT-RENEWAL-DUE(WS-FOUND-IDX)
                   SUBTRACT WS-APPLIED-AMOUNT
                       FROM FT-RENEWAL-DUE(WS-FOUND-IDX)
               ELSE
                   MOVE ZEROS TO FT-RENEWAL-DUE(WS-FOUND-IDX)
               END-IF
           ELSE
               IF WS-APPLIED-AMOUNT > WS-FINES-PART
                   COMPUTE FT-RENEWAL-DUE(WS-FOUND-IDX) =
                           FT-RENEWAL-DUE(WS-FOUND-IDX)
                           - (WS-APPLIED-AMOUNT - WS-FINES-PART)
               END-IF
           END-IF.

           IF PTX-IS-PAYMENT
               ADD 1 TO PAYMENT-COUNT
               COMPUTE FT-PAID(WS-FOUND-IDX) =
       APPLY-ONE-TRX-PARA-EXIT.
           EXIT.

      * Pita PERCHK je li razdoblje datuma valute zatvoreno u knjizi
      * LIBRARY; bez datuma na transakciji vrijedi datum runa.
      * Preusmjerena uplata se knjizi normalno (saldo nema datum),
      * samo se prijavi s novim datumom.
       CHECK-PERIOD-PARA.
           MOVE "LIBRARY"     TO PRQ-LEDGER.
           MOVE "FINEPOST"    TO PRQ-PROGRAM-ID.
           MOVE WS-RUN-NUMBER TO PRQ-RUN-NUMBER.
           IF PTX-DATE IS NUMERIC
               MOVE PTX-DATE TO PRQ-POST-DATE
           ELSE
               COMPUTE PRQ-POST-DATE =
                       (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                       + WS-ST-DAY
           END-IF.
           MOVE PTX-BORROWER  TO PRQ-REFERENCE.
           MOVE PTX-AMOUNT    TO PRQ-AMOUNT.
           MOVE "Y"           TO PRQ-ALLOW-REDIRECT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "PERCHK" USING PERIOD-CHECK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           IF PRQ-REDIRECTED
               ADD 1 TO REDIRECTED-TRX
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "REDIRECTED - CLOSED PERIOD " PRQ-POST-DATE
                      " TO " PRQ-NEW-DATE
                      " [" PTX-ACTION " " PTX-BORROWER "]"
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO FINE-REPORT-LINE
               WRITE FINE-REPORT-LINE
           END-IF.

       CHECK-PERIOD-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "FINEPOST: REJECTED - "
       REJECT-TRX-PARA-EXIT.
           EXIT.

      * Ispisuje cijeli novi saldo master u FINBOUT (clanovi s dugom,
      * te clanovi bez duga kojima je clanarina knjizena u zadnjih
      * godinu dana - BORRREG po tom zapisu vidi da je placena) i po
      * clanu redak izvjestaja.
       WRITE-MASTER-PARA.
           OPEN OUTPUT FINE-BALANCE-OUT.

           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > WS-MEMBER-COUNT
               IF FT-BALANCE(FIN-IDX) > 0
                       OR (FT-RENEWAL-POSTED(FIN-IDX) > 0
                           AND FT-RENEWAL-POSTED(FIN-IDX) + 10000
                               > WS-RUN-DATE-NUM)
                   MOVE SPACES TO FINE-BALANCE-DETAIL
                   MOVE FT-BORROWER(FIN-IDX) TO FB-BORROWER
                   MOVE FT-BALANCE(FIN-IDX)  TO FB-BALANCE
                   IF FT-BALANCE(FIN-IDX) > 0
                       MOVE FT-SINCE(FIN-IDX) TO FB-SINCE-DATE
                   ELSE
                       MOVE ZEROS TO FB-SINCE-DATE
                   END-IF
                   MOVE FT-RENEWAL-DUE(FIN-IDX)    TO FB-RENEWAL-DUE
                   MOVE FT-RENEWAL-POSTED(FIN-IDX) TO FB-RENEWAL-POSTED
                   WRITE FINE-BALANCE-DETAIL
                   ADD FT-BALANCE(FIN-IDX) TO WS-OUTSTANDING
               END-IF
                  "  PAYMENTS: " PAYMENT-COUNT
                  "  WAIVERS: " WAIVER-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  REDIRECTED: " REDIRECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO FINE-REPORT-LINE.
           WRITE FINE-REPORT-LINE.
