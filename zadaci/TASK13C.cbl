           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO XFRFL
                  ORGANIZATION IS SEQUENTIAL.

      * Nalozi za placanje prema drugim bankama koje je provjerio
      * BANKPAY - terecenje racuna uz iste kontrole kao debitna noga
      * prijenosa; svaki obradjeni nalog (P = proknjizen, R = odbijen)
      * ide u PAYPST za BANKCLR (OPTIONAL - run bez naloga je valjan).
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO PAYORD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-POSTED-FILE ASSIGN TO PAYPST
                  ORGANIZATION IS SEQUENTIAL.

      * Master racuna - BANK-BALANCE zapisi, jedan po racunu; stari
      * master se cita iz ACCTFL, a sva stanja se na kraju obrade
      * ispisuju u ACCTOUT (klasicno sekvencijalno azuriranje mastera,
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXT
                  ORGANIZATION IS SEQUENTIAL.

      * Porez po odbitku na pripisanu kamatu ('J') - stopa po
      * rezidentnosti kupca racuna (CUSTLNK -> CUSTFL) iz vremenski
      * vazece tablice WHTRATE; bez tablice se porez ne zadrzava.
      * Svaki pripis kamate ide u WHTLED (zadaci/copylib/WHTREC) za
      * izvode i godisnje potvrde (BANKWHT).
           SELECT OPTIONAL WHT-RATE-FILE ASSIGN TO WHTRATE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO CUSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-LINKS ASSIGN TO CUSTLNK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WHT-LEDGER-FILE ASSIGN TO WHTLED
                  ORGANIZATION IS SEQUENTIAL.

      * Dnevnik knjizenja - jedna stavka (zadaci/copylib/PSTREC) s
      * brojem knjizenja za svaku stavku izvoda: proknjizene TRNFL
      * transakcije, porez po odbitku i storno/ispravke.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRN
                  ORGANIZATION IS SEQUENTIAL.

      * Storno ('X') i ispravci ('Y') po prihvacenim reklamacijama
      * iz BANKDSP-a (zadaci/copylib/ADJREC) - original se trazi po
      * broju knjizenja u povijesti dnevnika (PSTHIST) i smije se
      * stornirati najvise jednom; svaki obradjeni zapis ide u
      * ADJPST (P = proknjizen, R = odbijen). OPTIONAL - run bez
      * reklamacija je valjan.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO DSPADJ
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POSTING-HISTORY ASSIGN TO PSTHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ADJ-POSTED-FILE ASSIGN TO ADJPST
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE RECORDING MODE F.
           05 XFR-AMOUNT               PIC S9(12)V9(3).
           05 XFR-DATE                 PIC X(8).

       FD PAYMENT-FILE RECORDING MODE F.
           COPY PAYREC.

       FD PAYMENT-POSTED-FILE RECORDING MODE F.
       01 PAYMENT-POSTED-RECORD PIC X(248).

       FD ACCOUNT-MASTER-IN RECORDING MODE F.
       01 ACCOUNT-MASTER-IN-RECORD PIC X(276).

           05 FILLER            PIC X.
           05 RTF-EFFECTIVE     PIC 9(8).

      * Stopa poreza po odbitku - drzava rezidentnosti (ISO; '**'
      * vrijedi za sve drzave bez vlastitog retka), stopa u
      * postocima i datum stupanja na snagu.
       FD WHT-RATE-FILE.
       01 WHT-RATE-RECORD.
           05 WRF-RESIDENCY     PIC X(2).
           05 FILLER            PIC X.
           05 WRF-RATE          PIC 9(2)V99.
           05 FILLER            PIC X.
           05 WRF-EFFECTIVE     PIC 9(8).

      * Isti raspored kao CUSTOMER-DETAIL u CUSTMNT-u.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-DETAIL.
           05 CST-ID            PIC 9(6).
           05 FILLER            PIC X.
           05 CST-NAME          PIC X(50).
           05 FILLER            PIC X.
           05 CST-CONTACT       PIC X(50).
           05 FILLER            PIC X.
           05 CST-STATUS        PIC X.
           05 FILLER            PIC X.
           05 CST-SEGMENT       PIC X(3).
           05 FILLER            PIC X.
           05 CST-RESIDENCY     PIC X(2).

       FD CUSTOMER-LINKS.
       01 CUSTOMER-LINK-DETAIL.
           05 LNK-CUST-ID       PIC 9(6).
           05 FILLER            PIC X.
           05 LNK-ACCOUNT-ID    PIC 9(12).

       FD WHT-LEDGER-FILE RECORDING MODE F.
           COPY WHTREC.

       FD POSTING-JOURNAL RECORDING MODE F.
       01 POSTING-JOURNAL-RECORD PIC X(85).

       FD POSTING-HISTORY RECORDING MODE F.
       01 POSTING-HISTORY-RECORD PIC X(85).

       FD ADJUSTMENT-FILE RECORDING MODE F.
       01 ADJUSTMENT-FILE-RECORD PIC X(144).

       FD ADJ-POSTED-FILE RECORDING MODE F.
       01 ADJ-POSTED-RECORD PIC X(144).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
           05 TRANS-TYPE               PIC X.
      *       'K'/'J' su kamatne transakcije koje generira BANKINT -
      *       knjizenje ih tretira kao debit/credit, a vlastiti tip
      *       ih razlikuje na izvodima i u obracunu. 'F' je
      *       naknada koju generira BANKFEE - knjizi se kao debit.
      *       'V' je storno vracenog naloga za placanje (BANKCLR) -
      *       knjizi se kao credit.
              88 TRANS-IS-DEBIT        VALUE 'D' 'K' 'F'.
              88 TRANS-IS-CREDIT       VALUE 'C' 'J' 'V'.
              88 TRANS-IS-FEE          VALUE 'F'.
              88 TRANS-IS-INTEREST-CREDIT VALUE 'J'.
           05 TRANS-AMOUNT             PIC S9(12)V9(3).
           05 TRANS-DATE               PIC X(8).


       01 TRANS-ACCEPTED-COUNT         PIC 9(6) VALUE ZEROS.
       01 TRANS-REJECTED-COUNT         PIC 9(6) VALUE ZEROS.
       01 TRANS-REDIRECTED-COUNT       PIC 9(6) VALUE ZEROS.

      * Dvonozni prijenosi - brojaci i indeksi oba racuna; debitna
      * noga prolazi iste kontrole kao obicno terecenje, a pad bilo
           88 END-OF-TRANSFER-FILE     VALUE 'Y'.
       01 XFER-ACCEPTED-COUNT          PIC 9(6) VALUE ZEROS.
       01 XFER-REJECTED-COUNT          PIC 9(6) VALUE ZEROS.
       01 XFER-REDIRECTED-COUNT        PIC 9(6) VALUE ZEROS.
       01 WS-XFR-FROM-IDX              PIC 9(3) VALUE ZEROS.
       01 WS-XFR-TO-IDX                PIC 9(3) VALUE ZEROS.
       01 WS-XFR-VALID                 PIC X VALUE 'Y'.
           88 XFER-IS-VALID            VALUE 'Y'.
       01 WS-XFR-REASON                PIC X(40) VALUE SPACES.

      * Nalozi za placanje prema drugim bankama - brojaci; pad
      * kontrole ostavlja racun netaknut i nalog u PAYPST sa
      * statusom R i razlogom.
       01 WS-PAY-EOF-FLAG              PIC X VALUE 'N'.
           88 END-OF-PAYMENT-FILE      VALUE 'Y'.
       01 PAY-ACCEPTED-COUNT           PIC 9(6) VALUE ZEROS.
       01 PAY-REJECTED-COUNT           PIC 9(6) VALUE ZEROS.
       01 PAY-REDIRECTED-COUNT         PIC 9(6) VALUE ZEROS.

      *     Porez po odbitku na kamatu - stope iz WHTRATE (sve
      *     ispravne stope, izbor po datumu pripisa), kupac racuna
      *     iz CUSTLNK (prvi povezani) i njegova rezidentnost iz
      *     CUSTFL. Zadrzani porez tereti racun odmah uz pripis i u
      *     sazetku glavne knjige ima vlastiti tip 'W'.
       01 WS-WHR-EOF-FLAG              PIC X VALUE 'N'.
           88 END-OF-WHT-RATES         VALUE 'Y'.
       01 WS-CUST-EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-CUSTOMERS         VALUE 'Y'.
       01 WS-LINK-EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-LINKS             VALUE 'Y'.
       01 WS-MAX-WHT-RATES             PIC 9(3) VALUE 100.
       01 WS-WHT-RATE-COUNT            PIC 9(3) VALUE 0.
       01 WHT-RATE-TABLE.
           05 WHT-RATE-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-WHT-RATE-COUNT
                              INDEXED BY WHR-IDX.
              10 WR-RESIDENCY          PIC X(2).
              10 WR-RATE               PIC 9(2)V99.
              10 WR-EFFECTIVE          PIC 9(8).
       01 WS-MAX-LINKS                 PIC 9(4) VALUE 2000.
       01 WS-LINK-COUNT                PIC 9(4) VALUE 0.
       01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-LINK-COUNT
                          INDEXED BY LNK-IDX.
              10 LK-CUST-ID            PIC 9(6).
              10 LK-ACCOUNT            PIC 9(12).
       01 WS-MAX-CUSTS                 PIC 9(4) VALUE 1000.
       01 WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-CUST-COUNT
                              INDEXED BY CST-IDX.
              10 CN-CUST-ID            PIC 9(6).
              10 CN-RESIDENCY          PIC X(2).
       01 WS-WHT-CUST-ID               PIC 9(6) VALUE ZEROS.
       01 WS-WHT-RESIDENCY             PIC X(2) VALUE SPACES.
       01 WS-WHT-RATE-KEY              PIC X(2) VALUE SPACES.
       01 WS-WHT-DATE                  PIC 9(8) VALUE ZEROS.
       01 WS-WHT-RATE                  PIC 9(2)V99 VALUE ZEROS.
       01 WS-WHT-EFFECTIVE             PIC 9(8) VALUE ZEROS.
       01 WS-WHT-RATE-FOUND            PIC X VALUE 'N'.
           88 WHT-RATE-FOUND           VALUE 'Y'.
       01 WS-WHT-TAX                   PIC 9(12)V99 VALUE ZEROS.
       01 WHT-ENTRY-COUNT              PIC 9(6) VALUE ZEROS.
       01 WHT-WITHHELD-COUNT           PIC 9(6) VALUE ZEROS.

      *     Dnevnik knjizenja - broj knjizenja je broj pokretanja i
      *     redni broj stavke u runu (jedinstven kroz sve runove).
       01 WS-POSTING-SEQ               PIC 9(6) VALUE ZEROS.
       01 JOURNAL-ENTRY-COUNT          PIC 9(6) VALUE ZEROS.
           COPY PSTREC.

      *     Storno/ispravci po reklamacijama - ucitaju se u tablicu,
      *     jednim prolazom kroz povijest dnevnika svakom se nadje
      *     original (AE-ORIG-xxx) i oznaci je li vec storniran, pa
      *     se knjize redom. AE-POSTED sprjecava da dva zapisa istog
      *     runa storniraju isti original.
       01 WS-ADJ-EOF-FLAG              PIC X VALUE 'N'.
           88 END-OF-ADJUSTMENT-FILE   VALUE 'Y'.
       01 WS-PJH-EOF-FLAG              PIC X VALUE 'N'.
           88 END-OF-POSTING-HISTORY   VALUE 'Y'.
       01 ADJ-ACCEPTED-COUNT           PIC 9(6) VALUE ZEROS.
       01 ADJ-REJECTED-COUNT           PIC 9(6) VALUE ZEROS.
       01 ADJ-REDIRECTED-COUNT         PIC 9(6) VALUE ZEROS.
       01 WS-MAX-ADJ                   PIC 9(3) VALUE 200.
       01 WS-ADJ-COUNT                 PIC 9(3) VALUE 0.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-ADJ-COUNT
                         INDEXED BY ADJ-IDX.
              10 AE-RECORD             PIC X(144).
              10 AE-REF                PIC 9(12).
              10 AE-ORIG-FOUND         PIC X.
              10 AE-ORIG-REVERSED      PIC X.
              10 AE-POSTED             PIC X.
              10 AE-ORIG-ACCOUNT       PIC 9(12).
              10 AE-ORIG-TYPE          PIC X.
              10 AE-ORIG-AMOUNT        PIC 9(12)V9(3).
              10 AE-ORIG-DATE          PIC 9(8).
       01 WS-ADJ-POST-IDX              PIC 9(3) VALUE ZEROS.
       01 WS-ADJ-IS-DEBIT              PIC X VALUE 'N'.
           COPY ADJREC.

      *     Sazetak za glavnu knjigu - po tipu transakcije i valuti
      *     racuna zbroj terecenja, uplata i broj stavki (ukljucujuci
      *     BANKINT-ove 'J'/'K' kamatne tipove, 'T' prijenose, 'W'
      *     porez po odbitku na kamatu i 'X'/'Y' storno/ispravke po
      *     reklamacijama).
       01 WS-MAX-GL                    PIC 9(2) VALUE 50.
       01 WS-GL-COUNT                  PIC 9(2) VALUE 0.
       01 GL-SUMMARY-TABLE.
      *     EXCPTLOG i shared/source/WRITEEXC.
           COPY EXCPTLOG.

      *     Provjera zatvorenog obracunskog razdoblja knjige BANK -
      *     vidi shared/source/PERCHK i PERCLOSE.
           COPY PERREQ.
       01 WS-SAVED-RETURN-CODE         PIC S9(4) COMP VALUE 0.

      *     Bank account simple structure.
       01 BANK-BALANCE.
           05 ACCOUNT-ID               PIC 9(12).
               STOP RUN
           END-IF.

           PERFORM LOAD-WHT-TABLES-PARA
               THRU LOAD-WHT-TABLES-PARA-EXIT.

           OPEN OUTPUT OVERDRAFT-REPORT.
           OPEN OUTPUT WHT-LEDGER-FILE.
           OPEN OUTPUT POSTING-JOURNAL.

           MOVE "OVERDRAFT BREACH ATTEMPTS" TO OVERDRAFT-REPORT-LINE.
           WRITE OVERDRAFT-REPORT-LINE.
                   THRU POST-TRANSACTION-PARA-EXIT
           END-PERFORM.

      *     Storno i ispravci po reklamacijama - nakon transakcija
      *     dana, prije prijenosa i naloga.
           PERFORM POST-ADJUSTMENTS-PARA
               THRU POST-ADJUSTMENTS-PARA-EXIT.

      *     Dvonozni prijenosi se knjize nakon pojedinacnih
      *     transakcija, svaki kao nedjeljivi par.
           PERFORM POST-TRANSFERS-PARA THRU POST-TRANSFERS-PARA-EXIT.

      *     Nalozi za placanje prema drugim bankama - zadnji, nakon
      *     svih primitaka dana.
           PERFORM POST-PAYMENTS-PARA THRU POST-PAYMENTS-PARA-EXIT.

           CLOSE OVERDRAFT-REPORT.
           CLOSE WHT-LEDGER-FILE.
           CLOSE POSTING-JOURNAL.

           PERFORM WRITE-GL-EXTRACT-PARA
               THRU WRITE-GL-EXTRACT-PARA-EXIT.

           DISPLAY "Transactions posted: " TRANS-ACCEPTED-COUNT.
           DISPLAY "Transactions rejected: " TRANS-REJECTED-COUNT.
           DISPLAY "Transactions redirected: " TRANS-REDIRECTED-COUNT.
           DISPLAY "Transfers posted: " XFER-ACCEPTED-COUNT.
           DISPLAY "Transfers rejected: " XFER-REJECTED-COUNT.
           DISPLAY "Transfers redirected: " XFER-REDIRECTED-COUNT.
           DISPLAY "Payments posted: " PAY-ACCEPTED-COUNT.
           DISPLAY "Payments rejected: " PAY-REJECTED-COUNT.
           DISPLAY "Payments redirected: " PAY-REDIRECTED-COUNT.
           DISPLAY "Interest credits to WHT ledger: " WHT-ENTRY-COUNT.
           DISPLAY "Withholding tax debits: " WHT-WITHHELD-COUNT.
           DISPLAY "Adjustments posted: " ADJ-ACCEPTED-COUNT.
           DISPLAY "Adjustments rejected: " ADJ-REJECTED-COUNT.
           DISPLAY "Adjustments redirected: " ADJ-REDIRECTED-COUNT.
           DISPLAY "Posting journal entries: " JOURNAL-ENTRY-COUNT.
           STOP RUN.

      *     Cita XFRFL i svaki prijenos knjizi kao nedjeljivi par:
               END-IF
           END-IF.

      *     Datum prijenosa u zatvorenom razdoblju knjige BANK -
      *     odbija se ili preusmjerava kao obicna transakcija.
           IF XFER-IS-VALID AND XFR-DATE IS NUMERIC
               MOVE XFR-DATE TO PRQ-POST-DATE
               MOVE SPACES TO PRQ-REFERENCE
               MOVE XFR-FROM-ACCOUNT TO PRQ-REFERENCE
               MOVE XFR-AMOUNT TO PRQ-AMOUNT
               PERFORM CHECK-POST-PERIOD-PARA
                   THRU CHECK-POST-PERIOD-PARA-EXIT
               IF PRQ-REJECTED
                   MOVE "CLOSED PERIOD" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
               IF PRQ-REDIRECTED
                   DISPLAY "REDIRECTED TRANSFER - CLOSED PERIOD: "
                           XFR-DATE
                           " FROM " XFR-FROM-ACCOUNT
                           " TO " PRQ-NEW-DATE
                   MOVE PRQ-NEW-DATE TO XFR-DATE
                   ADD 1 TO XFER-REDIRECTED-COUNT
               END-IF
           END-IF.

           IF NOT XFER-IS-VALID
               ADD 1 TO XFER-REJECTED-COUNT
               DISPLAY "REJECTED TRANSFER - "
       POST-ONE-TRANSFER-PARA-EXIT.
           EXIT.

      *     Cita PAYORD i svaki provjereni nalog (status V) tereti
      *     uz kontrole debitne noge prijenosa (poznat racun, nije
      *     zatvoren ni uspavan, valuta naloga je valuta racuna,
      *     dozvoljeni minus); nalog s ishodom ide u PAYPST.
       POST-PAYMENTS-PARA.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT PAYMENT-POSTED-FILE.

           READ PAYMENT-FILE
               AT END SET END-OF-PAYMENT-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PAYMENT-FILE
               IF PO-VALIDATED
                   PERFORM POST-ONE-PAYMENT-PARA
                       THRU POST-ONE-PAYMENT-PARA-EXIT
                   MOVE PAYMENT-ORDER-RECORD TO PAYMENT-POSTED-RECORD
                   WRITE PAYMENT-POSTED-RECORD
               END-IF
               READ PAYMENT-FILE
                   AT END SET END-OF-PAYMENT-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PAYMENT-FILE.
           CLOSE PAYMENT-POSTED-FILE.

       POST-PAYMENTS-PARA-EXIT.
           EXIT.

       POST-ONE-PAYMENT-PARA.
           MOVE 'Y' TO WS-XFR-VALID.
           MOVE SPACES TO WS-XFR-REASON.

           IF PO-AMOUNT NOT > ZEROS
               MOVE "NON-POSITIVE AMOUNT" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.

           IF XFER-IS-VALID
               MOVE PO-DEBIT-ACCOUNT TO TRANS-ACCOUNT-ID
               PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT
               IF ACCOUNT-FOUND
                   MOVE WS-ACC-IDX TO WS-XFR-FROM-IDX
                   MOVE AT-RECORD(WS-XFR-FROM-IDX) TO BANK-BALANCE
               ELSE
                   MOVE "UNKNOWN DEBIT ACCOUNT" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
           END-IF.

           IF XFER-IS-VALID AND ACCOUNT-CLOSED
               MOVE "DEBIT ACCOUNT CLOSED" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID AND ACCOUNT-DORMANT
               MOVE "DEBIT ACCOUNT DORMANT" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID
                   AND PO-CURRENCY NOT = ACCOUNT-CURRENCY-CODE
               MOVE "CURRENCY NOT ACCOUNT CURRENCY" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID
               COMPUTE WS-PROJECTED-BALANCE =
                       ACCOUNT-BALANCE - PO-AMOUNT
               IF WS-PROJECTED-BALANCE <
                       (ZERO - ACCOUNT-OVERDRAFT-LIMIT)
                   MOVE "OVERDRAFT LIMIT BREACH" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
           END-IF.

      *     Datum izvrsenja u zatvorenom razdoblju knjige BANK.
           IF XFER-IS-VALID
               MOVE PO-EXEC-DATE TO PRQ-POST-DATE
               MOVE SPACES TO PRQ-REFERENCE
               MOVE PO-ORDER-ID TO PRQ-REFERENCE
               MOVE PO-AMOUNT TO PRQ-AMOUNT
               PERFORM CHECK-POST-PERIOD-PARA
                   THRU CHECK-POST-PERIOD-PARA-EXIT
               IF PRQ-REJECTED
                   MOVE "CLOSED PERIOD" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
               IF PRQ-REDIRECTED
                   DISPLAY "REDIRECTED PAYMENT - CLOSED PERIOD: "
                           PO-EXEC-DATE
                           " ORDER " PO-ORDER-ID
                           " TO " PRQ-NEW-DATE
                   MOVE PRQ-NEW-DATE TO PO-EXEC-DATE
                   ADD 1 TO PAY-REDIRECTED-COUNT
               END-IF
           END-IF.

           IF NOT XFER-IS-VALID
               ADD 1 TO PAY-REJECTED-COUNT
               SET PO-REJECTED TO TRUE
               MOVE WS-XFR-REASON TO PO-REASON
               DISPLAY "REJECTED PAYMENT - "
                       FUNCTION TRIM(WS-XFR-REASON)
                       ": ORDER " PO-ORDER-ID
                       " FROM " PO-DEBIT-ACCOUNT
                       " AMOUNT " PO-AMOUNT
               MOVE SPACES TO TEMP-OVERDRAFT-LINE
               STRING "PAYMENT REJECTED - "
                      FUNCTION TRIM(WS-XFR-REASON)
                      " ORDER " PO-ORDER-ID
                      " FROM " PO-DEBIT-ACCOUNT
                   DELIMITED BY SIZE INTO TEMP-OVERDRAFT-LINE
               MOVE TEMP-OVERDRAFT-LINE TO OVERDRAFT-REPORT-LINE
               WRITE OVERDRAFT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO POST-ONE-PAYMENT-PARA-EXIT
           END-IF.

           SUBTRACT PO-AMOUNT FROM ACCOUNT-BALANCE.
           IF PO-EXEC-DATE > ACCOUNT-LAST-ACTIVITY
               MOVE PO-EXEC-DATE TO ACCOUNT-LAST-ACTIVITY
           END-IF.
           MOVE BANK-BALANCE TO AT-RECORD(WS-XFR-FROM-IDX).
           ADD 1 TO AT-ACCEPTED(WS-XFR-FROM-IDX).
           MOVE 'P' TO WS-GL-TYPE.
           MOVE PO-AMOUNT TO WS-GL-AMOUNT.
           MOVE 'Y' TO WS-GL-IS-DEBIT.
           PERFORM TALLY-GL-PARA THRU TALLY-GL-PARA-EXIT.

           MOVE SPACES TO POSTED-ENTRY-RECORD.
           MOVE PO-DEBIT-ACCOUNT TO PJ-ACCOUNT-ID.
           MOVE 'P' TO PJ-TYPE.
           MOVE PO-AMOUNT TO PJ-AMOUNT.
           MOVE PO-EXEC-DATE TO PJ-DATE.
           MOVE ZEROS TO PJ-ORIG-REF.
           MOVE ZEROS TO PJ-CASE-ID.
           PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-PARA-EXIT.

           SET PO-POSTED TO TRUE.
           MOVE SPACES TO PO-REASON.
           ADD 1 TO PAY-ACCEPTED-COUNT.

       POST-ONE-PAYMENT-PARA-EXIT.
           EXIT.

      *     Cita DSPADJ (storno/ispravci po prihvacenim reklamacijama),
      *     jednim prolazom kroz povijest dnevnika knjizenja nalazi
      *     originale i knjizi svaki zapis; svaki obradjeni zapis ide
      *     u ADJPST sa statusom P ili R i razlogom.
       POST-ADJUSTMENTS-PARA.
           OPEN INPUT ADJUSTMENT-FILE.
           OPEN OUTPUT ADJ-POSTED-FILE.

           READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
               AT END SET END-OF-ADJUSTMENT-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ADJUSTMENT-FILE
               IF AJ-GENERATED
                   IF WS-ADJ-COUNT < WS-MAX-ADJ
                       ADD 1 TO WS-ADJ-COUNT
                       MOVE ADJUSTMENT-RECORD
                           TO AE-RECORD(WS-ADJ-COUNT)
                       MOVE ZEROS TO AE-REF(WS-ADJ-COUNT)
                       IF AJ-ORIG-REF IS NUMERIC
                           MOVE AJ-ORIG-REF TO AE-REF(WS-ADJ-COUNT)
                       END-IF
                       MOVE 'N' TO AE-ORIG-FOUND(WS-ADJ-COUNT)
                       MOVE 'N' TO AE-ORIG-REVERSED(WS-ADJ-COUNT)
                       MOVE 'N' TO AE-POSTED(WS-ADJ-COUNT)
                   ELSE
      *     Preko kapaciteta tablice - odbija se da reklamacija ne
      *     ostane zauvijek prihvacena bez ishoda.
                       SET AJ-REJECTED TO TRUE
                       MOVE "ADJUSTMENT TABLE FULL" TO AJ-REASON
                       MOVE ADJUSTMENT-RECORD TO ADJ-POSTED-RECORD
                       WRITE ADJ-POSTED-RECORD
                       ADD 1 TO ADJ-REJECTED-COUNT
                       DISPLAY "REJECTED ADJUSTMENT - TABLE FULL: CASE "
                               AJ-CASE-ID
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
                   AT END SET END-OF-ADJUSTMENT-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ADJUSTMENT-FILE.

           IF WS-ADJ-COUNT > 0
               PERFORM SCAN-POSTING-HISTORY-PARA
                   THRU SCAN-POSTING-HISTORY-PARA-EXIT
           END-IF.

           PERFORM VARYING WS-ADJ-POST-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-POST-IDX > WS-ADJ-COUNT
               MOVE AE-RECORD(WS-ADJ-POST-IDX) TO ADJUSTMENT-RECORD
               PERFORM POST-ONE-ADJUSTMENT-PARA
                   THRU POST-ONE-ADJUSTMENT-PARA-EXIT
               MOVE ADJUSTMENT-RECORD TO AE-RECORD(WS-ADJ-POST-IDX)
               MOVE ADJUSTMENT-RECORD TO ADJ-POSTED-RECORD
               WRITE ADJ-POSTED-RECORD
           END-PERFORM.

           CLOSE ADJ-POSTED-FILE.

       POST-ADJUSTMENTS-PARA-EXIT.
           EXIT.

      *     Jedan prolaz kroz PSTHIST: stavka ciji je broj knjizenja
      *     original nekog zapisa daje racun, tip, iznos i datum
      *     originala; storno/ispravak koji vec nosi isti original
      *     znaci da je original vec storniran.
       SCAN-POSTING-HISTORY-PARA.
           OPEN INPUT POSTING-HISTORY.

           READ POSTING-HISTORY INTO POSTED-ENTRY-RECORD
               AT END SET END-OF-POSTING-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-POSTING-HISTORY
               IF PJ-POSTING-REF IS NUMERIC
                       AND PJ-ORIG-REF IS NUMERIC
                   PERFORM VARYING ADJ-IDX FROM 1 BY 1
                           UNTIL ADJ-IDX > WS-ADJ-COUNT
                       IF AE-REF(ADJ-IDX) > ZEROS
                           IF PJ-POSTING-REF = AE-REF(ADJ-IDX)
                               MOVE 'Y' TO AE-ORIG-FOUND(ADJ-IDX)
                               MOVE PJ-ACCOUNT-ID
                                   TO AE-ORIG-ACCOUNT(ADJ-IDX)
                               MOVE PJ-TYPE TO AE-ORIG-TYPE(ADJ-IDX)
                               MOVE PJ-AMOUNT
                                   TO AE-ORIG-AMOUNT(ADJ-IDX)
                               MOVE PJ-DATE TO AE-ORIG-DATE(ADJ-IDX)
                           END-IF
                           IF PJ-ORIG-REF = AE-REF(ADJ-IDX)
                               MOVE 'Y' TO AE-ORIG-REVERSED(ADJ-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ POSTING-HISTORY INTO POSTED-ENTRY-RECORD
                   AT END SET END-OF-POSTING-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE POSTING-HISTORY.

       SCAN-POSTING-HISTORY-PARA-EXIT.
           EXIT.

      *     Jedan storno/ispravak iz ADJ-TABLE (WS-ADJ-POST-IDX):
      *     original mora biti u dnevniku, na istom racunu, ne smije
      *     i sam biti storno/ispravak niti vec storniran; storno
      *     nosi cijeli iznos originala, ispravak manji. Knjizi se
      *     suprotno od originala - storno uplate je terecenje i
      *     prolazi kontrolu dozvoljenog minusa. Uspavani racun se
      *     ne odbija (ispravak banke, kao naknada) i datum zadnje
      *     aktivnosti se ne mijenja.
       POST-ONE-ADJUSTMENT-PARA.
           MOVE 'Y' TO WS-XFR-VALID.
           MOVE SPACES TO WS-XFR-REASON.

           IF NOT AJ-IS-REVERSAL AND NOT AJ-IS-CORRECTION
               MOVE "INVALID ADJUSTMENT TYPE" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID AND AE-REF(WS-ADJ-POST-IDX) = ZEROS
               MOVE "NO ORIGINAL REFERENCE" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID AND AE-ORIG-FOUND(WS-ADJ-POST-IDX) = 'N'
               MOVE "ORIGINAL NOT IN POSTING JOURNAL" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.

      *     Podaci originala se uzimaju iz dnevnika, ne iz zahtjeva.
           IF XFER-IS-VALID
               MOVE AE-ORIG-TYPE(WS-ADJ-POST-IDX) TO AJ-ORIG-TYPE
               MOVE AE-ORIG-AMOUNT(WS-ADJ-POST-IDX) TO AJ-ORIG-AMOUNT
               MOVE AE-ORIG-DATE(WS-ADJ-POST-IDX) TO AJ-ORIG-DATE
               IF AE-ORIG-ACCOUNT(WS-ADJ-POST-IDX) NOT = AJ-ACCOUNT-ID
                   MOVE "ORIGINAL ON ANOTHER ACCOUNT" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
           END-IF.
           IF XFER-IS-VALID
                   AND (AJ-ORIG-TYPE = 'X' OR AJ-ORIG-TYPE = 'Y')
               MOVE "ORIGINAL IS AN ADJUSTMENT" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID
                   AND AE-ORIG-REVERSED(WS-ADJ-POST-IDX) = 'Y'
               MOVE "ORIGINAL ALREADY REVERSED" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID
               PERFORM VARYING ADJ-IDX FROM 1 BY 1
                       UNTIL ADJ-IDX >= WS-ADJ-POST-IDX
                   IF AE-POSTED(ADJ-IDX) = 'Y'
                           AND AE-REF(ADJ-IDX) =
                               AE-REF(WS-ADJ-POST-IDX)
                       MOVE "ORIGINAL ALREADY REVERSED"
                           TO WS-XFR-REASON
                       MOVE 'N' TO WS-XFR-VALID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF XFER-IS-VALID AND AJ-AMOUNT IS NOT NUMERIC
               MOVE "INVALID AMOUNT" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID AND AJ-IS-REVERSAL
                   AND AJ-AMOUNT NOT = AJ-ORIG-AMOUNT
               MOVE "REVERSAL AMOUNT NOT ORIGINAL AMOUNT"
                   TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.
           IF XFER-IS-VALID AND AJ-IS-CORRECTION
                   AND (AJ-AMOUNT NOT > ZEROS
                        OR AJ-AMOUNT NOT < AJ-ORIG-AMOUNT)
               MOVE "CORRECTION AMOUNT OUT OF RANGE" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.

           IF XFER-IS-VALID
               MOVE AJ-ACCOUNT-ID TO TRANS-ACCOUNT-ID
               PERFORM FIND-ACCOUNT-PARA THRU FIND-ACCOUNT-PARA-EXIT
               IF ACCOUNT-FOUND
                   MOVE AT-RECORD(WS-ACC-IDX) TO BANK-BALANCE
               ELSE
                   MOVE "UNKNOWN ACCOUNT" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
           END-IF.
           IF XFER-IS-VALID AND ACCOUNT-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-XFR-REASON
               MOVE 'N' TO WS-XFR-VALID
           END-IF.

      *     Strana knjizenja - suprotna od originala ('W' porez je
      *     terecenje, pa je njegov storno odobrenje).
           MOVE 'N' TO WS-ADJ-IS-DEBIT.
           IF XFER-IS-VALID
               MOVE AJ-ORIG-TYPE TO TRANS-TYPE
               IF TRANS-IS-CREDIT
                   MOVE 'Y' TO WS-ADJ-IS-DEBIT
                   COMPUTE WS-PROJECTED-BALANCE =
                           ACCOUNT-BALANCE - AJ-AMOUNT
                   IF WS-PROJECTED-BALANCE <
                           (ZERO - ACCOUNT-OVERDRAFT-LIMIT)
                       MOVE "OVERDRAFT LIMIT BREACH" TO WS-XFR-REASON
                       MOVE 'N' TO WS-XFR-VALID
                   END-IF
               END-IF
           END-IF.

      *     Datum ispravka (bez datuma - datum knjizenja) u
      *     zatvorenom razdoblju knjige BANK.
           IF XFER-IS-VALID
               IF AJ-DATE IS NOT NUMERIC OR AJ-DATE = ZEROS
                   MOVE WS-POSTING-DATE TO AJ-DATE
               END-IF
               MOVE AJ-DATE TO PRQ-POST-DATE
               MOVE SPACES TO PRQ-REFERENCE
               MOVE AJ-CASE-ID TO PRQ-REFERENCE
               MOVE AJ-AMOUNT TO PRQ-AMOUNT
               PERFORM CHECK-POST-PERIOD-PARA
                   THRU CHECK-POST-PERIOD-PARA-EXIT
               IF PRQ-REJECTED
                   MOVE "CLOSED PERIOD" TO WS-XFR-REASON
                   MOVE 'N' TO WS-XFR-VALID
               END-IF
               IF PRQ-REDIRECTED
                   DISPLAY "REDIRECTED ADJUSTMENT - CLOSED PERIOD: "
                           AJ-DATE
                           " CASE " AJ-CASE-ID
                           " TO " PRQ-NEW-DATE
                   MOVE PRQ-NEW-DATE TO AJ-DATE
                   ADD 1 TO ADJ-REDIRECTED-COUNT
               END-IF
           END-IF.

           IF NOT XFER-IS-VALID
               ADD 1 TO ADJ-REJECTED-COUNT
               SET AJ-REJECTED TO TRUE
               MOVE WS-XFR-REASON TO AJ-REASON
               DISPLAY "REJECTED ADJUSTMENT - "
                       FUNCTION TRIM(WS-XFR-REASON)
                       ": CASE " AJ-CASE-ID
                       " ACCOUNT " AJ-ACCOUNT-ID
                       " ORIGINAL " AJ-ORIG-REF
               MOVE SPACES TO TEMP-OVERDRAFT-LINE
               STRING "ADJUSTMENT REJECTED - "
                      FUNCTION TRIM(WS-XFR-REASON)
                      " CASE " AJ-CASE-ID
                      " ACCOUNT " AJ-ACCOUNT-ID
                   DELIMITED BY SIZE INTO TEMP-OVERDRAFT-LINE
               MOVE TEMP-OVERDRAFT-LINE TO OVERDRAFT-REPORT-LINE
               WRITE OVERDRAFT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO POST-ONE-ADJUSTMENT-PARA-EXIT
           END-IF.

           IF WS-ADJ-IS-DEBIT = 'Y'
               SUBTRACT AJ-AMOUNT FROM ACCOUNT-BALANCE
           ELSE
               ADD AJ-AMOUNT TO ACCOUNT-BALANCE
           END-IF.
           MOVE BANK-BALANCE TO AT-RECORD(WS-ACC-IDX).
           ADD 1 TO AT-ACCEPTED(WS-ACC-IDX).
           MOVE AJ-TYPE TO WS-GL-TYPE.
           MOVE AJ-AMOUNT TO WS-GL-AMOUNT.
           MOVE WS-ADJ-IS-DEBIT TO WS-GL-IS-DEBIT.
           PERFORM TALLY-GL-PARA THRU TALLY-GL-PARA-EXIT.

           MOVE SPACES TO POSTED-ENTRY-RECORD.
           MOVE AJ-ACCOUNT-ID TO PJ-ACCOUNT-ID.
           MOVE AJ-TYPE TO PJ-TYPE.
           MOVE AJ-AMOUNT TO PJ-AMOUNT.
           MOVE AJ-DATE TO PJ-DATE.
           MOVE AJ-ORIG-REF TO PJ-ORIG-REF.
           MOVE AJ-CASE-ID TO PJ-CASE-ID.
           PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-PARA-EXIT.

           SET AJ-POSTED TO TRUE.
           MOVE SPACES TO AJ-REASON.
           MOVE PJ-POSTING-REF TO AJ-POSTING-REF.
           MOVE 'Y' TO AE-POSTED(WS-ADJ-POST-IDX).
           ADD 1 TO ADJ-ACCEPTED-COUNT.

       POST-ONE-ADJUSTMENT-PARA-EXIT.
           EXIT.

      *     Ucitava transakcije u TRX-TABLE umetanjem na mjesto koje
      *     odrzava redoslijed racun pa TRANS-DATE (stabilno - isti
      *     datum zadrzava redoslijed zaprimanja); transakcija s
      *     neispravnim ili buducim datumom se odbija odmah, kao i
      *     transakcija datirana u zatvoreno razdoblje (osim ako
      *     razdoblje preusmjerava na prvi otvoreni mjesec).
       LOAD-TRANSACTIONS-PARA.
           OPEN INPUT TRANSACTION-FILE.

                   THRU VALIDATE-TRANS-DATE-PARA-EXIT

               IF TRANS-DATE-VALID
                   PERFORM CHECK-TRANS-PERIOD-PARA
                       THRU CHECK-TRANS-PERIOD-PARA-EXIT
               END-IF

               IF TRANS-DATE-VALID
                   IF PRQ-REJECTED
                       DISPLAY "REJECTED - CLOSED PERIOD: " TRANS-DATE
                               " ACCOUNT " TRANS-ACCOUNT-ID
                       ADD 1 TO TRANS-REJECTED-COUNT
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       IF WS-TRX-COUNT < WS-MAX-TRX
                           PERFORM INSERT-TRANSACTION-PARA
                               THRU INSERT-TRANSACTION-PARA-EXIT
                       ELSE
                           DISPLAY "REJECTED - TRANSACTION TABLE FULL"
                           ADD 1 TO TRANS-REJECTED-COUNT
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "REJECTED - BAD TRANS-DATE: " TRANS-DATE
       LOAD-TRANSACTIONS-PARA-EXIT.
           EXIT.

      *     Pita PERCHK je li razdoblje TRANS-DATE zatvoreno u knjizi
      *     BANK. Preusmjerena transakcija dobiva prvi dan prvog
      *     otvorenog mjeseca kao novi TRANS-DATE (i tako se slaze u
      *     TRX-TABLE); odbijena se samo oznaci u PRQ-RESULT.
       CHECK-TRANS-PERIOD-PARA.
           MOVE TRANS-DATE TO PRQ-POST-DATE.
           MOVE SPACES TO PRQ-REFERENCE.
           MOVE TRANS-ACCOUNT-ID TO PRQ-REFERENCE.
           MOVE TRANS-AMOUNT TO PRQ-AMOUNT.
           PERFORM CHECK-POST-PERIOD-PARA
               THRU CHECK-POST-PERIOD-PARA-EXIT.

           IF PRQ-REDIRECTED
               DISPLAY "REDIRECTED - CLOSED PERIOD: " TRANS-DATE
                       " ACCOUNT " TRANS-ACCOUNT-ID
                       " TO " PRQ-NEW-DATE
               MOVE PRQ-NEW-DATE TO TRANS-DATE
               ADD 1 TO TRANS-REDIRECTED-COUNT
           END-IF.

       CHECK-TRANS-PERIOD-PARA-EXIT.
           EXIT.

      *     Zajednicki poziv PERCHK-a za knjigu BANK - pozivatelj
      *     puni PRQ-POST-DATE, PRQ-REFERENCE i PRQ-AMOUNT, a ishod
      *     (O / R / D i PRQ-NEW-DATE) cita iz PRQ-RESULT.
       CHECK-POST-PERIOD-PARA.
           MOVE "BANK" TO PRQ-LEDGER.
           MOVE "CBLTYPE" TO PRQ-PROGRAM-ID.
           MOVE WS-RUN-NUMBER TO PRQ-RUN-NUMBER.
           MOVE "Y" TO PRQ-ALLOW-REDIRECT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "PERCHK" USING PERIOD-CHECK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       CHECK-POST-PERIOD-PARA-EXIT.
           EXIT.

      *     TRANS-DATE mora biti numericki, pravi kalendarski datum
      *     (ukljucujuci prestupne veljace) i ne smije biti poslije
      *     datuma knjizenja.

      *     'R' reaktivacija uspavanog racuna (BANKDORM) - budi
      *     racun bez promjene stanja; terecenja uspavanog racuna se
      *     do reaktivacije odbijaju, osim BANKFEE naknada ('F').
           IF TRANS-TYPE = 'R'
               IF ACCOUNT-DORMANT
                   MOVE "O" TO ACCOUNT-STATUS
               GO TO POST-TRANSACTION-PARA-EXIT
           END-IF.

           IF ACCOUNT-DORMANT AND TRANS-IS-DEBIT AND NOT TRANS-IS-FEE
               DISPLAY "REJECTED - ACCOUNT DORMANT: "
                       TRANS-ACCOUNT-ID
               ADD 1 TO TRANS-REJECTED-COUNT
                   MOVE 'N' TO WS-GL-IS-DEBIT
               END-IF
               PERFORM TALLY-GL-PARA THRU TALLY-GL-PARA-EXIT
      *     Stavka izvoda u dnevnik knjizenja.
               MOVE SPACES TO POSTED-ENTRY-RECORD
               MOVE TRANS-ACCOUNT-ID TO PJ-ACCOUNT-ID
               MOVE TRANS-TYPE TO PJ-TYPE
               MOVE TRANS-AMOUNT TO PJ-AMOUNT
               MOVE TRANS-DATE TO PJ-DATE
               MOVE ZEROS TO PJ-ORIG-REF
               MOVE ZEROS TO PJ-CASE-ID
               PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-PARA-EXIT
      *     Pripis kamate - porez po odbitku tereti racun odmah.
               IF TRANS-IS-INTEREST-CREDIT
                   PERFORM WITHHOLD-TAX-PARA
                       THRU WITHHOLD-TAX-PARA-EXIT
               END-IF
      *     Prihvacena transakcija je promet - datum zadnje
      *     aktivnosti za BANKDORM. Naknada banke nije promet kupca.
               IF NOT TRANS-IS-FEE
                       AND FUNCTION NUMVAL(TRANS-DATE)
                           > ACCOUNT-LAST-ACTIVITY
                   COMPUTE ACCOUNT-LAST-ACTIVITY =
                           FUNCTION NUMVAL(TRANS-DATE)
               END-IF
       POST-TRANSACTION-PARA-EXIT.
           EXIT.

      *     Porez po odbitku na pripisanu kamatu u TRANSACTION-RECORD
      *     za racun u BANK-BALANCE: kupac racuna -> rezidentnost ->
      *     stopa na datum pripisa; porez (zaokruzen na cente) tereti
      *     racun bez kontrole minusa (manji je od upravo pripisane
      *     kamate) i ulazi u sazetak glavne knjige kao tip 'W'.
      *     Svaki pripis, i bez poreza, ide u WHTLED.
       WITHHOLD-TAX-PARA.
           MOVE ZEROS TO WS-WHT-CUST-ID.
           MOVE SPACES TO WS-WHT-RESIDENCY.
           MOVE TRANS-DATE TO WS-WHT-DATE.

           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LINK-COUNT
               IF LK-ACCOUNT(LNK-IDX) = TRANS-ACCOUNT-ID
                   MOVE LK-CUST-ID(LNK-IDX) TO WS-WHT-CUST-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-WHT-CUST-ID > ZEROS
               PERFORM VARYING CST-IDX FROM 1 BY 1
                       UNTIL CST-IDX > WS-CUST-COUNT
                   IF CN-CUST-ID(CST-IDX) = WS-WHT-CUST-ID
                       MOVE CN-RESIDENCY(CST-IDX) TO WS-WHT-RESIDENCY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *     Vlastiti redak drzave ima prednost pred opcim '**'.
           MOVE 'N' TO WS-WHT-RATE-FOUND.
           IF WS-WHT-RESIDENCY NOT = SPACES
               MOVE WS-WHT-RESIDENCY TO WS-WHT-RATE-KEY
               PERFORM FIND-WHT-RATE-PARA THRU FIND-WHT-RATE-PARA-EXIT
           END-IF.
           IF NOT WHT-RATE-FOUND
               MOVE "**" TO WS-WHT-RATE-KEY
               PERFORM FIND-WHT-RATE-PARA THRU FIND-WHT-RATE-PARA-EXIT
           END-IF.

           IF NOT WHT-RATE-FOUND
               MOVE ZEROS TO WS-WHT-RATE
               IF WS-WHT-RATE-COUNT > 0
                   DISPLAY "WARNING - NO WITHHOLDING RATE FOR ACCOUNT "
                           TRANS-ACCOUNT-ID " RESIDENCY "
                           WS-WHT-RESIDENCY " ON " TRANS-DATE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-WHT-TAX ROUNDED =
                   TRANS-AMOUNT * WS-WHT-RATE / 100.

           IF WS-WHT-TAX > ZEROS
               SUBTRACT WS-WHT-TAX FROM ACCOUNT-BALANCE
               ADD 1 TO WHT-WITHHELD-COUNT
               MOVE 'W' TO WS-GL-TYPE
               MOVE WS-WHT-TAX TO WS-GL-AMOUNT
               MOVE 'Y' TO WS-GL-IS-DEBIT
               PERFORM TALLY-GL-PARA THRU TALLY-GL-PARA-EXIT
               MOVE SPACES TO POSTED-ENTRY-RECORD
               MOVE TRANS-ACCOUNT-ID TO PJ-ACCOUNT-ID
               MOVE 'W' TO PJ-TYPE
               MOVE WS-WHT-TAX TO PJ-AMOUNT
               MOVE WS-WHT-DATE TO PJ-DATE
               MOVE ZEROS TO PJ-ORIG-REF
               MOVE ZEROS TO PJ-CASE-ID
               PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-PARA-EXIT
           END-IF.

           MOVE SPACES TO WITHHOLDING-TAX-RECORD.
           MOVE TRANS-ACCOUNT-ID      TO WH-ACCOUNT-ID.
           MOVE WS-WHT-CUST-ID        TO WH-CUST-ID.
           MOVE WS-WHT-RESIDENCY      TO WH-RESIDENCY.
           MOVE WS-WHT-DATE           TO WH-DATE.
           MOVE ACCOUNT-CURRENCY-CODE TO WH-CURRENCY.
           MOVE TRANS-AMOUNT          TO WH-INTEREST.
           MOVE WS-WHT-RATE           TO WH-RATE.
           MOVE WS-WHT-TAX            TO WH-TAX.
           MOVE WS-RUN-NUMBER         TO WH-RUN-NUMBER.
           WRITE WITHHOLDING-TAX-RECORD.
           ADD 1 TO WHT-ENTRY-COUNT.

       WITHHOLD-TAX-PARA-EXIT.
           EXIT.

      *     Najnovija stopa za WS-WHT-RATE-KEY ciji datum stupanja na
      *     snagu nije poslije datuma pripisa.
       FIND-WHT-RATE-PARA.
           MOVE ZEROS TO WS-WHT-EFFECTIVE.
           PERFORM VARYING WHR-IDX FROM 1 BY 1
                   UNTIL WHR-IDX > WS-WHT-RATE-COUNT
               IF WR-RESIDENCY(WHR-IDX) = WS-WHT-RATE-KEY
                       AND WR-EFFECTIVE(WHR-IDX) <= WS-WHT-DATE
                       AND WR-EFFECTIVE(WHR-IDX) >= WS-WHT-EFFECTIVE
                   MOVE WR-RATE(WHR-IDX)      TO WS-WHT-RATE
                   MOVE WR-EFFECTIVE(WHR-IDX) TO WS-WHT-EFFECTIVE
                   SET WHT-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-WHT-RATE-PARA-EXIT.
           EXIT.

      *     Stavka u POSTED-ENTRY-RECORD (racun, tip, iznos, datum,
      *     original i reklamacija) za racun u BANK-BALANCE dobiva
      *     broj knjizenja i ide u dnevnik knjizenja.
       WRITE-JOURNAL-PARA.
           ADD 1 TO WS-POSTING-SEQ.
           COMPUTE PJ-POSTING-REF =
                   (WS-RUN-NUMBER * 1000000) + WS-POSTING-SEQ.
           MOVE ACCOUNT-CURRENCY-CODE TO PJ-CURRENCY.
           MOVE WS-RUN-NUMBER TO PJ-RUN-NUMBER.
           MOVE POSTED-ENTRY-RECORD TO POSTING-JOURNAL-RECORD.
           WRITE POSTING-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-ENTRY-COUNT.

       WRITE-JOURNAL-PARA-EXIT.
           EXIT.

      *     Puni tablice za porez po odbitku - stope iz WHTRATE, veze
      *     kupac-racun iz CUSTLNK i rezidentnost kupaca iz CUSTFL
      *     (sve tri datoteke su OPTIONAL).
       LOAD-WHT-TABLES-PARA.
           OPEN INPUT WHT-RATE-FILE.
           READ WHT-RATE-FILE
               AT END SET END-OF-WHT-RATES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-WHT-RATES
               IF WRF-RESIDENCY NOT = SPACES
                       AND WRF-RATE IS NUMERIC
                       AND WRF-EFFECTIVE IS NUMERIC
                   IF WS-WHT-RATE-COUNT < WS-MAX-WHT-RATES
                       ADD 1 TO WS-WHT-RATE-COUNT
                       MOVE WRF-RESIDENCY
                           TO WR-RESIDENCY(WS-WHT-RATE-COUNT)
                       MOVE WRF-RATE TO WR-RATE(WS-WHT-RATE-COUNT)
                       MOVE WRF-EFFECTIVE
                           TO WR-EFFECTIVE(WS-WHT-RATE-COUNT)
                   ELSE
                       DISPLAY "CBLTYPE: WITHHOLDING RATE TABLE FULL - "
                               "ROW " WRF-RESIDENCY " IGNORED"
                   END-IF
               END-IF
               READ WHT-RATE-FILE
                   AT END SET END-OF-WHT-RATES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE WHT-RATE-FILE.

           OPEN INPUT CUSTOMER-LINKS.
           READ CUSTOMER-LINKS
               AT END SET END-OF-LINKS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-LINKS
                   OR WS-LINK-COUNT NOT LESS THAN WS-MAX-LINKS
               IF LNK-CUST-ID IS NUMERIC
                   ADD 1 TO WS-LINK-COUNT
                   MOVE LNK-CUST-ID    TO LK-CUST-ID(WS-LINK-COUNT)
                   MOVE LNK-ACCOUNT-ID TO LK-ACCOUNT(WS-LINK-COUNT)
               END-IF
               READ CUSTOMER-LINKS
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-LINKS.

           OPEN INPUT CUSTOMER-MASTER.
           READ CUSTOMER-MASTER
               AT END SET END-OF-CUSTOMERS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CUSTOMERS
                   OR WS-CUST-COUNT NOT LESS THAN WS-MAX-CUSTS
               IF CST-ID IS NUMERIC
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CST-ID        TO CN-CUST-ID(WS-CUST-COUNT)
                   MOVE CST-RESIDENCY TO CN-RESIDENCY(WS-CUST-COUNT)
               END-IF
               READ CUSTOMER-MASTER
                   AT END SET END-OF-CUSTOMERS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       LOAD-WHT-TABLES-PARA-EXIT.
           EXIT.

      *     Pokusaj proboja dozvoljenog minusa - EXCPTLOG zapis preko
      *     shared/source/WRITEEXC plus redak u dnevnom izvjestaju.
       REPORT-BREACH-PARA.
