      *             tablicu, zaduzenja iz DOGBILL-ovog izvoda racuna   *
      *             (INVFL) se pribroje, uplate iz LPAYFL ga smanje    *
      *             (ne ispod nule - preplata se prijavljuje), i       *
      *             cijeli novi master se ispise u LICBOUT. Uplata     *
      *             datirana u zatvoreno razdoblje knjige DOGS         *
      *             (PERCHK) se odbija ili prijavljuje kao             *
      *             preusmjerena. Popis neplatisa (saldo > 0) ide u    *
      *             izvjestaj za ovrhu - prenosi se iz godine u godinu *
      *             dok se ne naplati.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGPAY.
       DATA DIVISION.
       FILE SECTION.
       FD LICENCE-BALANCE-IN.
       01 LICENCE-BALANCE-IN-RECORD PIC X(44).

      * Isti raspored kao INVOICE-RECORD u DOGBILL-u.
       FD INVOICE-FILE.
           05 PTX-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 PTX-AMOUNT        PIC 9(7)V99.
      * Datum valute uplate - prazan (stari LPAYFL) znaci datum runa.
           05 FILLER            PIC X.
           05 PTX-DATE          PIC X(8).

       FD LICENCE-BALANCE-OUT.
       01 LICENCE-BALANCE-DETAIL.
           05 LIC-OWNER         PIC X(25).
           05 FILLER            PIC X       VALUE SPACE.
           05 LIC-BALANCE       PIC 9(7)V99.
           05 FILLER            PIC X       VALUE SPACE.
      * Datum od kojeg vlasnik neprekidno duguje (run u kojem je
      * saldo s nule postao dug) - po njemu se dug stari na zbirnom
      * izvodu (shared/source/DEBTSTMT). Nula = dug iz vremena prije
      * datiranja salda.
           05 LIC-SINCE-DATE    PIC 9(8).

       FD COLLECTION-REPORT.
       01 COLLECTION-REPORT-LINE PIC X(100).
       01 TOTAL-INVOICES   PIC 9(5) VALUE ZEROS.
       01 TOTAL-PAYMENTS   PIC 9(5) VALUE ZEROS.
       01 UNPAID-OWNERS    PIC 9(5) VALUE ZEROS.
       01 REJECTED-PAYMENTS   PIC 9(5) VALUE ZEROS.
       01 REDIRECTED-PAYMENTS PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(100).
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
                             INDEXED BY BAL-IDX.
              03 BT-OWNER    PIC X(25).
              03 BT-BALANCE  PIC 9(7)V99.
              03 BT-SINCE    PIC 9(8).

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 OWNER-FOUND   VALUE 'Y'.
       01 WS-EXCESS-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-OUTSTANDING   PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-EDIT    PIC ZZZZZZZ9.99.
       01 WS-RUN-DATE-NUM  PIC 9(8) VALUE ZEROS.

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
       01 WS-START-TIMESTAMP.
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Provjera zatvorenog obracunskog razdoblja knjige DOGS - vidi
      * shared/source/PERCHK i PERCLOSE.
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

           OPEN OUTPUT COLLECTION-REPORT.

               ELSE
                   MOVE ZEROS TO BT-BALANCE(WS-OWNER-COUNT)
               END-IF
      * Stari master bez datuma duga ostaje s nulom.
               IF LICENCE-BALANCE-IN-RECORD(37:8) IS NUMERIC
                   MOVE LICENCE-BALANCE-IN-RECORD(37:8)
                       TO BT-SINCE(WS-OWNER-COUNT)
               ELSE
                   MOVE ZEROS TO BT-SINCE(WS-OWNER-COUNT)
               END-IF
               READ LICENCE-BALANCE-IN
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-LOOKUP-OWNER TO BT-OWNER(WS-OWNER-COUNT)
               MOVE ZEROS TO BT-BALANCE(WS-OWNER-COUNT)
               MOVE ZEROS TO BT-SINCE(WS-OWNER-COUNT)
               SET OWNER-FOUND TO TRUE
               MOVE WS-OWNER-COUNT TO WS-FOUND-IDX
           END-IF.
                   MOVE INV-OWNER TO WS-LOOKUP-OWNER
                   PERFORM FIND-OWNER-PARA THRU FIND-OWNER-PARA-EXIT
                   IF OWNER-FOUND
      * Vlasnik bez duga od ovog runa duguje od datuma runa.
                       IF BT-BALANCE(WS-FOUND-IDX) = 0
                           MOVE WS-RUN-DATE-NUM
                               TO BT-SINCE(WS-FOUND-IDX)
                       END-IF
                       ADD INV-AMOUNT TO BT-BALANCE(WS-FOUND-IDX)
                   END-IF
               END-IF
           EXIT.

      * Uplata smanjuje saldo vlasnika, ne ispod nule - visak se
      * prijavljuje kao preplata. Uplata datirana u zatvoreno
      * razdoblje knjige DOGS se odbija (ili preusmjerava).
       APPLY-PAYMENTS-PARA.
           OPEN INPUT PAYMENT-TRX-FILE.

           PERFORM UNTIL END-OF-TRX
               IF PTX-AMOUNT IS NUMERIC AND PTX-OWNER NOT = SPACES
                   ADD 1 TO TOTAL-PAYMENTS
                   PERFORM CHECK-PERIOD-PARA
                       THRU CHECK-PERIOD-PARA-EXIT
                   IF NOT PRQ-REJECTED
                       MOVE PTX-OWNER TO WS-LOOKUP-OWNER
                       PERFORM FIND-OWNER-PARA THRU FIND-OWNER-PARA-EXIT
                       IF OWNER-FOUND
                           MOVE ZEROS TO WS-EXCESS-AMOUNT
                           IF PTX-AMOUNT > BT-BALANCE(WS-FOUND-IDX)
                               COMPUTE WS-EXCESS-AMOUNT =
                                       PTX-AMOUNT
                                       - BT-BALANCE(WS-FOUND-IDX)
                           END-IF
                           COMPUTE BT-BALANCE(WS-FOUND-IDX) =
                                   BT-BALANCE(WS-FOUND-IDX)
                                   - PTX-AMOUNT + WS-EXCESS-AMOUNT
                           IF WS-EXCESS-AMOUNT > 0
                               MOVE WS-EXCESS-AMOUNT TO WS-AMOUNT-EDIT
                               MOVE SPACES TO TEMP-REPORT-LINE
                               STRING "OVERPAYMENT - " PTX-OWNER
                                      " EXCESS "
                                      FUNCTION TRIM(WS-AMOUNT-EDIT)
                                      " NOT POSTED"
                                   DELIMITED BY SIZE
                                   INTO TEMP-REPORT-LINE
                               MOVE TEMP-REPORT-LINE
                                   TO COLLECTION-REPORT-LINE
                               WRITE COLLECTION-REPORT-LINE
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       APPLY-PAYMENTS-PARA-EXIT.
           EXIT.

      * Pita PERCHK je li razdoblje datuma valute zatvoreno u knjizi
      * DOGS; bez datuma na uplati vrijedi datum runa. Preusmjerena
      * uplata se knjizi normalno (saldo nema datum), samo se
      * prijavi s novim datumom.
       CHECK-PERIOD-PARA.
           MOVE "DOGS"        TO PRQ-LEDGER.
           MOVE "DOGPAY"      TO PRQ-PROGRAM-ID.
           MOVE WS-RUN-NUMBER TO PRQ-RUN-NUMBER.
           IF PTX-DATE IS NUMERIC
               MOVE PTX-DATE TO PRQ-POST-DATE
           ELSE
               COMPUTE PRQ-POST-DATE =
                       (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                       + WS-ST-DAY
           END-IF.
           MOVE PTX-OWNER     TO PRQ-REFERENCE.
           MOVE PTX-AMOUNT    TO PRQ-AMOUNT.
           MOVE "Y"           TO PRQ-ALLOW-REDIRECT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "PERCHK" USING PERIOD-CHECK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           EVALUATE TRUE
               WHEN PRQ-REJECTED
                   ADD 1 TO REJECTED-PAYMENTS
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "REJECTED - CLOSED PERIOD " PRQ-POST-DATE
                          " [" PTX-OWNER "]"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO COLLECTION-REPORT-LINE
                   WRITE COLLECTION-REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN PRQ-REDIRECTED
                   ADD 1 TO REDIRECTED-PAYMENTS
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "REDIRECTED - CLOSED PERIOD " PRQ-POST-DATE
                          " TO " PRQ-NEW-DATE
                          " [" PTX-OWNER "]"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO COLLECTION-REPORT-LINE
                   WRITE COLLECTION-REPORT-LINE
           END-EVALUATE.

       CHECK-PERIOD-PARA-EXIT.
           EXIT.

      * Novi saldo master (samo vlasnici s dugom) i popis neplatisa.
       WRITE-MASTER-PARA.
           OPEN OUTPUT LICENCE-BALANCE-OUT.
                   MOVE SPACES TO LICENCE-BALANCE-DETAIL
                   MOVE BT-OWNER(BAL-IDX)   TO LIC-OWNER
                   MOVE BT-BALANCE(BAL-IDX) TO LIC-BALANCE
                   MOVE BT-SINCE(BAL-IDX)   TO LIC-SINCE-DATE
                   WRITE LICENCE-BALANCE-DETAIL
                   ADD 1 TO UNPAID-OWNERS
                   ADD BT-BALANCE(BAL-IDX) TO WS-OUTSTANDING
           MOVE TEMP-REPORT-LINE TO COLLECTION-REPORT-LINE.
           WRITE COLLECTION-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CLOSED PERIOD - REJECTED: " REJECTED-PAYMENTS
                  "  REDIRECTED: " REDIRECTED-PAYMENTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO COLLECTION-REPORT-LINE.
           WRITE COLLECTION-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-PAYMENTS TO ALOG-RECORD-COUNT
           IF UNPAID-OWNERS > 0 OR REJECTED-PAYMENTS > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
