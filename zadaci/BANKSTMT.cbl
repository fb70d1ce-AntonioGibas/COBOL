      *    BANKSTMT - Generator izvoda po racunu. Za svaki racun iz    *
      *               ACCTFL mastera (stanja PRIJE knjizenja) ispisuje *
      *               formatirani izvod: zaglavlje iz BANK-BALANCE     *
      *               polja (ACCOUNT-USER, ACCOUNT-NUMBER,             *
      *               ACCOUNT-CURRENCY-CODE), pocetno stanje, svaku    *
      *               prihvacenu transakciju s TRANS-DATE, tipom,      *
      *               iznosom i tekucim stanjem nakon nje, te zavrsno  *
      *               stanje. Iznosi se formatiraju zajednickim RPTFMT *
      *               potprogramom da izvodi izgledaju kao ostali      *
      *               izvjestaji - kupcima koji osporavaju stanje      *
      *               napokon imamo sto uruciti. Porez po odbitku koji *
      *               je knjizenje zadrzalo na pripisanu kamatu        *
      *               (WHTLED) ispisuje se odmah ispod pripisa. Storno *
      *               i ispravci po reklamacijama (ADJPST) ispisuju se *
      *               nakon transakcija dana s podacima stavke koju    *
      *               ponistavaju; stavka koja je na istom izvodu      *
      *               dobiva napomenu s brojem reklamacije.            *
      *               Proknjizeni nalozi za placanje (PAYPST) ispisuju *
      *               se nakon storna kao terecenja s datumom          *
      *               izvrsenja i brojem naloga. Izvodi idu kroz       *
      *               RPTWRT - svaki racun je zasebna sekcija (SECT)   *
      *               za distribuciju preko RPTDST.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSTMT.
           SELECT TRANSACTION-FILE ASSIGN TO TRNFL
                  ORGANIZATION IS SEQUENTIAL.

      * Porez po odbitku iz istog posting runa (OPTIONAL - run bez
      * pripisa kamate).
           SELECT OPTIONAL WHT-LEDGER-FILE ASSIGN TO WHTLED
                  ORGANIZATION IS SEQUENTIAL.

      * Storno/ispravci iz istog posting runa (OPTIONAL - run bez
      * reklamacija).
           SELECT OPTIONAL ADJ-POSTED-FILE ASSIGN TO ADJPST
                  ORGANIZATION IS SEQUENTIAL.

      * Ishodi naloga za placanje iz istog posting runa (OPTIONAL -
      * run bez naloga).
           SELECT OPTIONAL PAYMENT-POSTED-FILE ASSIGN TO PAYPST
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FD TRANSACTION-FILE RECORDING MODE F.
       01 TRANSACTION-FILE-RECORD PIC X(36).

       FD WHT-LEDGER-FILE RECORDING MODE F.
           COPY WHTREC.

       FD ADJ-POSTED-FILE RECORDING MODE F.
           COPY ADJREC.

       FD PAYMENT-POSTED-FILE RECORDING MODE F.
           COPY PAYREC.

       WORKING-STORAGE SECTION.
      *     Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE.
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
              88 TRANS-IS-RETURN       VALUE 'V'.
              88 TRANS-IS-INTEREST-CREDIT VALUE 'J'.
           05 TRANS-AMOUNT             PIC S9(12)V9(3).
           05 TRANS-DATE               PIC X(8).

           05 FILLER                   PIC X(13).
       01 WS-PROJECTED-BALANCE         PIC S9(12)V9(3).

      *     Stavke poreza po odbitku (WHTLED) - uparuju se s 'J'
      *     pripisom po racunu, datumu i iznosu kamate; iskoristena
      *     stavka se ne uparuje ponovno.
       01 WS-WHT-EOF                   PIC X VALUE 'N'.
           88 END-OF-WHT               VALUE 'Y'.
       01 WS-MAX-WHT                   PIC 9(4) VALUE 1000.
       01 WS-WHT-COUNT                 PIC 9(4) VALUE 0.
       01 WHT-TABLE.
           05 WHT-ENTRY OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-WHT-COUNT
                         INDEXED BY WHT-IDX.
              10 WT-ACCOUNT            PIC 9(12).
              10 WT-DATE               PIC 9(8).
              10 WT-INTEREST           PIC 9(12)V99.
              10 WT-TAX                PIC 9(12)V99.
              10 WT-USED               PIC X.

      *     Proknjizeni storno/ispravci (ADJPST status P) - knjize
      *     se nakon transakcija dana pa se tako i ispisuju; AD-NOTED
      *     oznacava da je original na ovom izvodu vec dobio napomenu.
       01 WS-ADJ-EOF                   PIC X VALUE 'N'.
           88 END-OF-ADJ               VALUE 'Y'.
       01 WS-MAX-ADJ                   PIC 9(3) VALUE 200.
       01 WS-ADJ-COUNT                 PIC 9(3) VALUE 0.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-ADJ-COUNT
                         INDEXED BY ADJ-IDX.
              10 AD-ACCOUNT            PIC 9(12).
              10 AD-CASE-ID            PIC 9(8).
              10 AD-TYPE               PIC X.
              10 AD-AMOUNT             PIC 9(12)V9(3).
              10 AD-DATE               PIC 9(8).
              10 AD-ORIG-REF           PIC 9(12).
              10 AD-ORIG-TYPE          PIC X.
              10 AD-ORIG-AMOUNT        PIC 9(12)V9(3).
              10 AD-ORIG-DATE          PIC 9(8).
              10 AD-NOTED              PIC X.
       01 WS-ADJ-AMOUNT-EDIT           PIC Z(11)9.99.

      *     Proknjizeni nalozi za placanje (PAYPST status P) -
      *     knjize se nakon storna/ispravaka pa se tako i ispisuju,
      *     kao terecenje s datumom izvrsenja.
       01 WS-PAY-EOF                   PIC X VALUE 'N'.
           88 END-OF-PAY               VALUE 'Y'.
       01 WS-MAX-PAY                   PIC 9(4) VALUE 1000.
       01 WS-PAY-COUNT                 PIC 9(4) VALUE 0.
       01 PAY-TABLE.
           05 PAY-ENTRY OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-PAY-COUNT
                         INDEXED BY PAY-IDX.
              10 PY-ACCOUNT            PIC 9(12).
              10 PY-ORDER-ID           PIC 9(10).
              10 PY-AMOUNT             PIC 9(11)V99.
              10 PY-DATE               PIC 9(8).
              10 PY-BENEF-IBAN         PIC X(34).

       01 WS-RUNNING-BALANCE           PIC S9(12)V9(3).
       01 WS-STATEMENT-COUNT           PIC 9(4) VALUE ZEROS.
       01 TEMP-STATEMENT-LINE          PIC X(100).
       01 STATEMENT-LINE               PIC X(100).

      * Zahtjev prema zajednickom report-writer servisu - vidi
      * shared/copylib/RPTCTL i shared/source/RPTWRT.
           COPY RPTCTL.
       01 WS-TRX-PART                  PIC X(40).

      *     Ulaz/izlaz za zajednicki RPTFMT potprogram - vidi
           MOVE WS-PD-DATE TO WS-POSTING-DATE.

           PERFORM LOAD-TRX-PARA THRU LOAD-TRX-PARA-EXIT.
           PERFORM LOAD-WHT-PARA THRU LOAD-WHT-PARA-EXIT.
           PERFORM LOAD-ADJ-PARA THRU LOAD-ADJ-PARA-EXIT.
           PERFORM LOAD-PAY-PARA THRU LOAD-PAY-PARA-EXIT.

           OPEN INPUT ACCOUNT-MASTER-IN.

           INITIALIZE REPORT-WRITER-REQUEST.
           MOVE "OPEN" TO RW-FUNCTION.
           MOVE "ACCOUNT STATEMENTS" TO RW-TITLE.
           MOVE SPACES TO RW-COLUMN-HEADING.
           MOVE 50 TO RW-LINES-PER-PAGE.
           MOVE "BANKSTMT" TO RW-REPORT-ID.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           READ ACCOUNT-MASTER-IN
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-PERFORM.

           CLOSE ACCOUNT-MASTER-IN.

           MOVE "SECT" TO RW-FUNCTION.
           MOVE "*TOTAL" TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "TOTAL" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "STATEMENTS GENERATED: " WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "CLOSE" TO RW-FUNCTION.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           DISPLAY "BANKSTMT: " WS-STATEMENT-COUNT
                   " STATEMENTS GENERATED".
       LOAD-TRX-PARA-EXIT.
           EXIT.

      * Stavke poreza po odbitku s ispravnim racunom i datumom.
       LOAD-WHT-PARA.
           OPEN INPUT WHT-LEDGER-FILE.

           READ WHT-LEDGER-FILE
               AT END SET END-OF-WHT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-WHT
                   OR WS-WHT-COUNT NOT LESS THAN WS-MAX-WHT
               IF WH-ACCOUNT-ID IS NUMERIC AND WH-DATE IS NUMERIC
                       AND WH-INTEREST IS NUMERIC
                       AND WH-TAX IS NUMERIC
                   ADD 1 TO WS-WHT-COUNT
                   MOVE WH-ACCOUNT-ID TO WT-ACCOUNT(WS-WHT-COUNT)
                   MOVE WH-DATE       TO WT-DATE(WS-WHT-COUNT)
                   MOVE WH-INTEREST   TO WT-INTEREST(WS-WHT-COUNT)
                   MOVE WH-TAX        TO WT-TAX(WS-WHT-COUNT)
                   MOVE 'N'           TO WT-USED(WS-WHT-COUNT)
               END-IF
               READ WHT-LEDGER-FILE
                   AT END SET END-OF-WHT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE WHT-LEDGER-FILE.

       LOAD-WHT-PARA-EXIT.
           EXIT.

      * Proknjizeni storno/ispravci s ispravnim racunom i iznosom.
       LOAD-ADJ-PARA.
           OPEN INPUT ADJ-POSTED-FILE.

           READ ADJ-POSTED-FILE
               AT END SET END-OF-ADJ TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ADJ
                   OR WS-ADJ-COUNT NOT LESS THAN WS-MAX-ADJ
               IF AJ-POSTED AND AJ-ACCOUNT-ID IS NUMERIC
                       AND AJ-AMOUNT IS NUMERIC
                       AND AJ-ORIG-AMOUNT IS NUMERIC
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE AJ-ACCOUNT-ID  TO AD-ACCOUNT(WS-ADJ-COUNT)
                   MOVE AJ-CASE-ID     TO AD-CASE-ID(WS-ADJ-COUNT)
                   MOVE AJ-TYPE        TO AD-TYPE(WS-ADJ-COUNT)
                   MOVE AJ-AMOUNT      TO AD-AMOUNT(WS-ADJ-COUNT)
                   MOVE AJ-DATE        TO AD-DATE(WS-ADJ-COUNT)
                   MOVE AJ-ORIG-REF    TO AD-ORIG-REF(WS-ADJ-COUNT)
                   MOVE AJ-ORIG-TYPE   TO AD-ORIG-TYPE(WS-ADJ-COUNT)
                   MOVE AJ-ORIG-AMOUNT TO AD-ORIG-AMOUNT(WS-ADJ-COUNT)
                   MOVE AJ-ORIG-DATE   TO AD-ORIG-DATE(WS-ADJ-COUNT)
                   MOVE 'N'            TO AD-NOTED(WS-ADJ-COUNT)
               END-IF
               READ ADJ-POSTED-FILE
                   AT END SET END-OF-ADJ TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ADJ-POSTED-FILE.

       LOAD-ADJ-PARA-EXIT.
           EXIT.

      * Proknjizeni nalozi za placanje s ispravnim racunom, iznosom
      * i datumom izvrsenja.
       LOAD-PAY-PARA.
           OPEN INPUT PAYMENT-POSTED-FILE.

           READ PAYMENT-POSTED-FILE
               AT END SET END-OF-PAY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-PAY
                   OR WS-PAY-COUNT NOT LESS THAN WS-MAX-PAY
               IF PO-POSTED AND PO-DEBIT-ACCOUNT IS NUMERIC
                       AND PO-AMOUNT IS NUMERIC
                       AND PO-EXEC-DATE IS NUMERIC
                   ADD 1 TO WS-PAY-COUNT
                   MOVE PO-DEBIT-ACCOUNT TO PY-ACCOUNT(WS-PAY-COUNT)
                   MOVE PO-ORDER-ID      TO PY-ORDER-ID(WS-PAY-COUNT)
                   MOVE PO-AMOUNT        TO PY-AMOUNT(WS-PAY-COUNT)
                   MOVE PO-EXEC-DATE     TO PY-DATE(WS-PAY-COUNT)
                   MOVE PO-BENEF-IBAN    TO PY-BENEF-IBAN(WS-PAY-COUNT)
               END-IF
               READ PAYMENT-POSTED-FILE
                   AT END SET END-OF-PAY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PAYMENT-POSTED-FILE.

       LOAD-PAY-PARA-EXIT.
           EXIT.

      * TRANS-DATE mora biti numericki, pravi kalendarski datum
      * (ukljucujuci prestupne veljace) i ne smije biti poslije
      * datuma knjizenja - isti kriteriji kao u knjizenju.
               END-EVALUATE
           END-IF.

      * Svaki racun je sekcija izvjestaja za distribuciju (RPTDST) -
      * izvod pocinje na novoj stranici.
           MOVE "SECT" TO RW-FUNCTION.
           MOVE ACCOUNT-ID TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING "STATEMENT FOR ACCOUNT " ACCOUNT-ID
                  " (" FUNCTION TRIM(ACCOUNT-NUMBER) ")"
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING "HOLDER: " FUNCTION TRIM(ACCOUNT-USER)
                  "  CURRENCY: " ACCOUNT-CURRENCY-CODE
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           MOVE "OPENING " TO WS-RF-TAG.
           MOVE WS-RUNNING-BALANCE TO WS-RF-VALUE.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.
           MOVE WS-RF-FORMATTED-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           PERFORM VARYING TRX-IDX FROM 1 BY 1
                   UNTIL TRX-IDX > WS-TRX-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > WS-ADJ-COUNT
               IF AD-ACCOUNT(ADJ-IDX) = ACCOUNT-ID
                   PERFORM WRITE-ADJ-LINE-PARA
                           THRU WRITE-ADJ-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-COUNT
               IF PY-ACCOUNT(PAY-IDX) = ACCOUNT-ID
                   PERFORM WRITE-PAY-LINE-PARA
                           THRU WRITE-PAY-LINE-PARA-EXIT
               END-IF
           END-PERFORM.

           MOVE "CLOSING " TO WS-RF-TAG.
           MOVE WS-RUNNING-BALANCE TO WS-RF-VALUE.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.
           MOVE "BREAK" TO RW-FUNCTION.
           MOVE WS-RF-FORMATTED-LINE TO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       WRITE-STATEMENT-PARA-EXIT.
           EXIT.

      * Jedan redak izvoda kroz RPTWRT.
       PUT-STATEMENT-LINE-PARA.
           MOVE "LINE" TO RW-FUNCTION.
           MOVE STATEMENT-LINE TO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       PUT-STATEMENT-LINE-PARA-EXIT.
           EXIT.

      * Jedna transakcija na izvodu - neispravne (los ili buduci
      * datum, krivi tip, nepozitivan iznos, terecenje preko
      * dozvoljenog minusa) se oznacavaju kao odbijene i NE ulaze u
                      " REJECTED AT POSTING (BAD DATE)"
                   DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE
               MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
                       THRU PUT-STATEMENT-LINE-PARA-EXIT
               GO TO WRITE-TRX-LINE-PARA-EXIT
           END-IF.

                      " REJECTED AT POSTING"
                   DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE
               MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
                       THRU PUT-STATEMENT-LINE-PARA-EXIT
               GO TO WRITE-TRX-LINE-PARA-EXIT
           END-IF.

                          " REJECTED AT POSTING (OVERDRAFT)"
                       DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE
                   MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE-PARA
                           THRU PUT-STATEMENT-LINE-PARA-EXIT
                   GO TO WRITE-TRX-LINE-PARA-EXIT
               END-IF
           END-IF.
           IF TRANS-IS-DEBIT
               SUBTRACT TRANS-AMOUNT FROM WS-RUNNING-BALANCE
               MOVE "  DEBIT " TO WS-RF-TAG
               IF TRANS-IS-FEE
                   MOVE "  FEE   " TO WS-RF-TAG
               END-IF
           ELSE
               ADD TRANS-AMOUNT TO WS-RUNNING-BALANCE
               MOVE "  CREDIT" TO WS-RF-TAG
               IF TRANS-IS-RETURN
                   MOVE "  RETURN" TO WS-RF-TAG
               END-IF
           END-IF.

           MOVE TRANS-AMOUNT TO WS-RF-VALUE.
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.

           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           IF TRANS-IS-INTEREST-CREDIT
               PERFORM WRITE-WHT-LINE-PARA
                       THRU WRITE-WHT-LINE-PARA-EXIT
           END-IF.

           PERFORM WRITE-DISPUTE-NOTE-PARA
                   THRU WRITE-DISPUTE-NOTE-PARA-EXIT.

       WRITE-TRX-LINE-PARA-EXIT.
           EXIT.

      * Porez po odbitku zadrzan na pripisu kamate u TRANSACTION-
      * RECORD - terecenje odmah ispod pripisa, kao u knjizenju.
       WRITE-WHT-LINE-PARA.
           PERFORM VARYING WHT-IDX FROM 1 BY 1
                   UNTIL WHT-IDX > WS-WHT-COUNT
               IF WT-USED(WHT-IDX) = 'N'
                       AND WT-ACCOUNT(WHT-IDX) = TRANS-ACCOUNT-ID
                       AND WT-DATE(WHT-IDX) = TX-DATE(TRX-IDX)
                       AND WT-INTEREST(WHT-IDX) = TRANS-AMOUNT
                   MOVE 'Y' TO WT-USED(WHT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WHT-IDX > WS-WHT-COUNT
               GO TO WRITE-WHT-LINE-PARA-EXIT
           END-IF.
           IF WT-TAX(WHT-IDX) = ZEROS
               GO TO WRITE-WHT-LINE-PARA-EXIT
           END-IF.

           SUBTRACT WT-TAX(WHT-IDX) FROM WS-RUNNING-BALANCE.
           MOVE "  WHT   " TO WS-RF-TAG.
           MOVE WT-TAX(WHT-IDX) TO WS-RF-VALUE.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO WS-TRX-PART.
           STRING "  " TRANS-DATE " "
                  WS-RF-FORMATTED-LINE(1:24)
               DELIMITED BY SIZE INTO WS-TRX-PART.

           MOVE WS-RUNNING-BALANCE TO WS-RF-VALUE.
           MOVE "BAL" TO WS-RF-TAG.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING WS-TRX-PART
                  "  " WS-RF-FORMATTED-LINE(1:20)
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.

           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

       WRITE-WHT-LINE-PARA-EXIT.
           EXIT.

      * Napomena ispod stavke koju storno/ispravak istog runa
      * ponistava - original se prepoznaje po racunu, datumu, tipu i
      * iznosu; svaki storno oznacava najvise jednu stavku.
       WRITE-DISPUTE-NOTE-PARA.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > WS-ADJ-COUNT
               IF AD-NOTED(ADJ-IDX) = 'N'
                       AND AD-ACCOUNT(ADJ-IDX) = TRANS-ACCOUNT-ID
                       AND AD-ORIG-DATE(ADJ-IDX) = TX-DATE(TRX-IDX)
                       AND AD-ORIG-TYPE(ADJ-IDX) = TRANS-TYPE
                       AND AD-ORIG-AMOUNT(ADJ-IDX) = TRANS-AMOUNT
                   MOVE 'Y' TO AD-NOTED(ADJ-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF ADJ-IDX > WS-ADJ-COUNT
               GO TO WRITE-DISPUTE-NOTE-PARA-EXIT
           END-IF.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           IF AD-TYPE(ADJ-IDX) = 'X'
               STRING "      DISPUTED - REVERSED BELOW, CASE "
                      AD-CASE-ID(ADJ-IDX)
                   DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE
           ELSE
               STRING "      DISPUTED - CORRECTED BELOW, CASE "
                      AD-CASE-ID(ADJ-IDX)
                   DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE
           END-IF.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

       WRITE-DISPUTE-NOTE-PARA-EXIT.
           EXIT.

      * Storno/ispravak u ADJ-TABLE (ADJ-IDX) - suprotna strana od
      * originala (storno uplate tereti racun), s tekucim stanjem i
      * retkom koji navodi ponistenu stavku i reklamaciju.
       WRITE-ADJ-LINE-PARA.
           MOVE AD-ORIG-TYPE(ADJ-IDX) TO TRANS-TYPE.
           IF TRANS-IS-CREDIT
               SUBTRACT AD-AMOUNT(ADJ-IDX) FROM WS-RUNNING-BALANCE
           ELSE
               ADD AD-AMOUNT(ADJ-IDX) TO WS-RUNNING-BALANCE
           END-IF.

           IF AD-TYPE(ADJ-IDX) = 'X'
               MOVE "  REVERSAL" TO WS-RF-TAG
           ELSE
               MOVE "  CORRECT " TO WS-RF-TAG
           END-IF.
           MOVE AD-AMOUNT(ADJ-IDX) TO WS-RF-VALUE.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO WS-TRX-PART.
           STRING "  " AD-DATE(ADJ-IDX) " "
                  WS-RF-FORMATTED-LINE(1:24)
               DELIMITED BY SIZE INTO WS-TRX-PART.

           MOVE WS-RUNNING-BALANCE TO WS-RF-VALUE.
           MOVE "BAL" TO WS-RF-TAG.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING WS-TRX-PART
                  "  " WS-RF-FORMATTED-LINE(1:20)
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           MOVE AD-ORIG-AMOUNT(ADJ-IDX) TO WS-ADJ-AMOUNT-EDIT.
           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING "      OF " AD-ORIG-DATE(ADJ-IDX)
                  " " AD-ORIG-TYPE(ADJ-IDX)
                  " " FUNCTION TRIM(WS-ADJ-AMOUNT-EDIT)
                  "  REF " AD-ORIG-REF(ADJ-IDX)
                  "  CASE " AD-CASE-ID(ADJ-IDX)
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

       WRITE-ADJ-LINE-PARA-EXIT.
           EXIT.

      * Nalog za placanje u PAY-TABLE (PAY-IDX) - terecenje s datumom
      * izvrsenja i tekucim stanjem, te redak s brojem naloga i
      * IBAN-om primatelja.
       WRITE-PAY-LINE-PARA.
           SUBTRACT PY-AMOUNT(PAY-IDX) FROM WS-RUNNING-BALANCE.

           MOVE "  PAYMENT" TO WS-RF-TAG.
           MOVE PY-AMOUNT(PAY-IDX) TO WS-RF-VALUE.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO WS-TRX-PART.
           STRING "  " PY-DATE(PAY-IDX) " "
                  WS-RF-FORMATTED-LINE(1:24)
               DELIMITED BY SIZE INTO WS-TRX-PART.

           MOVE WS-RUNNING-BALANCE TO WS-RF-VALUE.
           MOVE "BAL" TO WS-RF-TAG.
           CALL "RPTFMT" USING WS-RF-TAG WS-RF-VALUE
                               WS-RF-FORMATTED-LINE.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING WS-TRX-PART
                  "  " WS-RF-FORMATTED-LINE(1:20)
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

           MOVE SPACES TO TEMP-STATEMENT-LINE.
           STRING "      ORDER " PY-ORDER-ID(PAY-IDX)
                  " TO " FUNCTION TRIM(PY-BENEF-IBAN(PAY-IDX))
               DELIMITED BY SIZE INTO TEMP-STATEMENT-LINE.
           MOVE TEMP-STATEMENT-LINE TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE-PARA
                   THRU PUT-STATEMENT-LINE-PARA-EXIT.

       WRITE-PAY-LINE-PARA-EXIT.
           EXIT.
