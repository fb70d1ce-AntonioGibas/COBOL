       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPAYOUT.

      ******************************************************************
      * CMPAYOUT - Isplata nagradnog fonda iz knjige nagrada. Cita     *
      *            PRZLED (vidi obrada01/copylib/PRZREC) i svaku       *
      *            neisplacenu stavku preko mandata prvaka (MANDFL:    *
      *            prvak -> ACCOUNT-ID racuna u ACCTFL, kontakt za     *
      *            obavijest) pripisuje prvaku. Po prvaku se zbroj     *
      *            umanji za porez po odbitku po CHAMP-REGION (WHTCTL) *
      *            i neto iznos zapise kao kreditna transakcija u      *
      *            36-bajtnom TRNFL rasporedu (PAYTRN - ulaz u         *
      *            CBLTYPE knjizenje), a prvaku ode obavijest o        *
      *            isplati kroz zajednicki red NTFQFL. Stavke se u     *
      *            novoj knjizi (PRZOUT) oznace isplacenima pa         *
      *            ponovljeni run nikad ne placa dvaput; stavke prvaka *
      *            bez mandata (ili s mandatom na nepostojeci/         *
      *            zatvoreni racun) ostaju na cekanju (H) i idu na     *
      *            popis zadrzanih isplata umjesto da nestanu.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-LEDGER-IN ASSIGN TO PRZLED
                  ORGANIZATION IS SEQUENTIAL.

      * Nova knjiga nagrada s oznakama isplate - JCL je prepisuje
      * preko PRZLED-a (kao WLOUT preko WLFL-a).
           SELECT PRIZE-LEDGER-OUT ASSIGN TO PRZOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Mandati prvaka - prvak, racun za isplatu, kontakt; odrzavaju
      * ga financije bez rekompilacije (kao EVTFL/PAYCTL).
           SELECT MANDATE-FILE ASSIGN TO MANDFL
                  ORGANIZATION IS SEQUENTIAL.

      * Stope poreza po odbitku po regiji prvaka; redak s regijom "*"
      * vrijedi za regije koje nisu posebno navedene.
           SELECT WHT-RATE-FILE ASSIGN TO WHTCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAMPION-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAMP-NAME
                  FILE STATUS IS VSAM-STATUS.

      * Master racuna banke - samo za provjeru da mandat pokazuje na
      * postojeci racun koji nije zatvoren.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Kreditne transakcije za CBLTYPE (TRNFL raspored).
           SELECT PAYOUT-TRX-FILE ASSIGN TO PAYTRN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PAYOUT-REPORT ASSIGN TO PAYRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRIZE-LEDGER-IN.
           COPY PRZREC.

       FD PRIZE-LEDGER-OUT RECORDING MODE F.
       01 PRIZE-LEDGER-OUT-RECORD PIC X(98).

       FD MANDATE-FILE.
       01 MANDATE-RECORD.
           05 MND-CHAMPION      PIC X(30).
           05 FILLER            PIC X.
           05 MND-ACCOUNT-ID    PIC 9(12).
           05 FILLER            PIC X.
           05 MND-CONTACT       PIC X(50).
           05 FILLER            PIC X.
      * A = aktivan mandat, S = obustavljen (isplata se zadrzava).
           05 MND-STATUS        PIC X.

       FD WHT-RATE-FILE.
       01 WHT-RATE-RECORD.
           05 WHT-REGION        PIC X(20).
           05 FILLER            PIC X.
           05 WHT-RATE          PIC 9(2)V99.

       FD CHAMPION-VSAM.
           COPY DETALJ01.

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).

      * Isti 36-bajtni raspored kao TRANSACTION-RECORD u CBLTYPE-u.
       FD PAYOUT-TRX-FILE RECORDING MODE F.
       01 PAYOUT-TRX-RECORD.
           05 PTX-ACCOUNT-ID    PIC 9(12).
           05 PTX-TYPE          PIC X.
           05 PTX-AMOUNT        PIC S9(12)V9(3).
           05 PTX-DATE          PIC X(8).

       FD PAYOUT-REPORT.
       01 PAYOUT-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

       01 WS-PRZ-EOF       PIC X VALUE 'N'.
           88 END-OF-LEDGER VALUE 'Y'.
       01 WS-MND-EOF       PIC X VALUE 'N'.
           88 END-OF-MANDATES VALUE 'Y'.
       01 WS-WHT-EOF       PIC X VALUE 'N'.
           88 END-OF-RATES  VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS VALUE 'Y'.

       01 TOTAL-ENTRIES    PIC 9(6) VALUE ZEROS.
       01 ALREADY-PAID     PIC 9(6) VALUE ZEROS.
       01 PAID-ENTRIES     PIC 9(6) VALUE ZEROS.
       01 HELD-ENTRIES     PIC 9(6) VALUE ZEROS.
       01 PAYMENTS-WRITTEN PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-HOLD-REASON   PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-EDIT   PIC ZZZZZZZZ9.99.
       01 WS-TAX-EDIT      PIC ZZZZZZZZ9.99.
       01 WS-NET-EDIT      PIC ZZZZZZZZ9.99.
       01 WS-RATE-EDIT     PIC Z9.99.

      * Mandati iz MANDFL.
       01 WS-MAX-MANDATES  PIC 9(4) VALUE 2000.
       01 WS-MANDATE-COUNT PIC 9(4) VALUE 0.
       01 MANDATE-TABLE.
           02 MANDATE-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WS-MANDATE-COUNT
                             INDEXED BY MND-IDX.
              03 MT-CHAMPION  PIC X(30).
              03 MT-ACCOUNT   PIC 9(12).
              03 MT-CONTACT   PIC X(50).
              03 MT-STATUS    PIC X.

      * Stope poreza po regiji iz WHTCTL.
       01 WS-MAX-RATES     PIC 9(3) VALUE 100.
       01 WS-RATE-COUNT    PIC 9(3) VALUE 0.
       01 WHT-RATE-TABLE.
           02 WHT-RATE-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-RATE-COUNT
                              INDEXED BY WHT-IDX.
              03 WR-REGION    PIC X(20).
              03 WR-RATE      PIC 9(2)V99.
       01 WS-DEFAULT-RATE  PIC 9(2)V99 VALUE ZEROS.

      * Racuni banke - ACCOUNT-ID i status (O/C/M) iz ACCTFL.
       01 WS-MAX-ACCOUNTS  PIC 9(3) VALUE 100.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-ACCOUNT-COUNT
                             INDEXED BY ACC-IDX.
              03 AT-ACCOUNT-ID PIC 9(12).
              03 AT-STATUS     PIC X.
       01 WS-ACCOUNTS-LOADED PIC X VALUE 'N'.
           88 ACCOUNTS-LOADED VALUE 'Y'.

      * Isplate po prvaku u ovom runu.
       01 WS-MAX-PAYEES    PIC 9(4) VALUE 2000.
       01 WS-PAYEE-COUNT   PIC 9(4) VALUE 0.
       01 PAYEE-TABLE.
           02 PAYEE-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-PAYEE-COUNT
                           INDEXED BY PYE-IDX.
              03 PE-CHAMPION  PIC X(30).
              03 PE-REGION    PIC X(20).
              03 PE-ACCOUNT   PIC 9(12).
              03 PE-CONTACT   PIC X(50).
              03 PE-ENTRIES   PIC 9(4).
              03 PE-GROSS     PIC 9(9)V99.

      * Zbroj po regiji - bruto, porez, neto.
       01 WS-MAX-REGIONS   PIC 9(3) VALUE 100.
       01 WS-REGION-COUNT  PIC 9(3) VALUE 0.
       01 REGION-SUM-TABLE.
           02 REGION-SUM-ENTRY OCCURS 1 TO 100 TIMES
                                DEPENDING ON WS-REGION-COUNT
                                INDEXED BY RGS-IDX.
              03 RS-REGION    PIC X(20).
              03 RS-GROSS     PIC 9(11)V99.
              03 RS-TAX       PIC 9(11)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01 WS-MND-FOUND-IDX PIC 9(4) VALUE ZEROS.
       01 WS-REGION        PIC X(20) VALUE SPACES.
       01 WS-RATE          PIC 9(2)V99 VALUE ZEROS.
       01 WS-TAX-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
       01 WS-NET-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-GROSS   PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-NET     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-HELD    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-EDIT    PIC ZZZZZZZZZZ9.99.

      * Datum pokretanja (YYYYMMDD) - datum valute transakcija i
      * datum isplate u knjizi.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.

      * Isti raspored racuna kao CBLTYPE-ov BANK-BALANCE - ovdje
      * trebaju samo kljuc i status.
       01 BANK-BALANCE.
           05 ACCOUNT-ID               PIC 9(12).
           05 FILLER                   PIC X(248).
           05 ACCOUNT-STATUS           PIC X.
               88 ACCOUNT-OPEN          VALUE "O".
               88 ACCOUNT-CLOSED        VALUE "C".
               88 ACCOUNT-DORMANT       VALUE "M".
           05 FILLER                   PIC X(15).

      * Obavijest o isplati prvaku - vidi shared/copylib/NOTIFREC i
      * shared/source/WRITENTF.
           COPY NOTIFREC.

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

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - pozivi uslugnih potprograma
      * bi tako pregazili RC postavljen tijekom obrade, pa ga
      * paragrafi koji ih zovu spremaju prije poziva i vracaju
      * poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * zadrzane isplate, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           MOVE WS-ST-YEAR  TO WS-RUN-DATE(1:4).
           MOVE WS-ST-MONTH TO WS-RUN-DATE(5:2).
           MOVE WS-ST-DAY   TO WS-RUN-DATE(7:2).

           PERFORM LOAD-MANDATES-PARA THRU LOAD-MANDATES-PARA-EXIT.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-PARA-EXIT.
           PERFORM LOAD-ACCOUNTS-PARA THRU LOAD-ACCOUNTS-PARA-EXIT.

           OPEN INPUT PRIZE-LEDGER-IN.
           OPEN INPUT CHAMPION-VSAM.
           OPEN OUTPUT PRIZE-LEDGER-OUT.
           OPEN OUTPUT PAYOUT-TRX-FILE.
           OPEN OUTPUT PAYOUT-REPORT.

           MOVE "PRIZE MONEY PAYOUT RUN" TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.
           MOVE SPACES TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.
           MOVE "HELD PAYOUTS (NO USABLE MANDATE)"
               TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           READ PRIZE-LEDGER-IN
               AT END SET END-OF-LEDGER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LEDGER
               ADD 1 TO TOTAL-ENTRIES
               PERFORM PROCESS-ENTRY-PARA THRU PROCESS-ENTRY-PARA-EXIT
               MOVE PRIZE-LEDGER-RECORD TO PRIZE-LEDGER-OUT-RECORD
               WRITE PRIZE-LEDGER-OUT-RECORD
               READ PRIZE-LEDGER-IN
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-PERFORM.

           PERFORM PAY-CHAMPIONS-PARA THRU PAY-CHAMPIONS-PARA-EXIT.
           PERFORM REPORT-REGIONS-PARA THRU REPORT-REGIONS-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE PRIZE-LEDGER-IN.
           CLOSE CHAMPION-VSAM.
           CLOSE PRIZE-LEDGER-OUT.
           CLOSE PAYOUT-TRX-FILE.
           CLOSE PAYOUT-REPORT.
           GOBACK.

       LOAD-MANDATES-PARA.
           OPEN INPUT MANDATE-FILE.

           READ MANDATE-FILE
               AT END SET END-OF-MANDATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MANDATES
                   OR WS-MANDATE-COUNT NOT LESS THAN WS-MAX-MANDATES
               IF MND-CHAMPION NOT = SPACES
                   ADD 1 TO WS-MANDATE-COUNT
                   MOVE MND-CHAMPION TO MT-CHAMPION(WS-MANDATE-COUNT)
                   IF MND-ACCOUNT-ID IS NUMERIC
                       MOVE MND-ACCOUNT-ID
                           TO MT-ACCOUNT(WS-MANDATE-COUNT)
                   ELSE
                       MOVE ZEROS TO MT-ACCOUNT(WS-MANDATE-COUNT)
                   END-IF
                   MOVE MND-CONTACT  TO MT-CONTACT(WS-MANDATE-COUNT)
                   MOVE MND-STATUS   TO MT-STATUS(WS-MANDATE-COUNT)
               END-IF
               READ MANDATE-FILE
                   AT END SET END-OF-MANDATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MANDATE-FILE.

       LOAD-MANDATES-PARA-EXIT.
           EXIT.

       LOAD-RATES-PARA.
           OPEN INPUT WHT-RATE-FILE.

           READ WHT-RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES
                   OR WS-RATE-COUNT NOT LESS THAN WS-MAX-RATES
               IF WHT-RATE IS NUMERIC
                   IF WHT-REGION = "*"
                       MOVE WHT-RATE TO WS-DEFAULT-RATE
                   ELSE
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WHT-REGION TO WR-REGION(WS-RATE-COUNT)
                       MOVE WHT-RATE   TO WR-RATE(WS-RATE-COUNT)
                   END-IF
               END-IF
               READ WHT-RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE WHT-RATE-FILE.

       LOAD-RATES-PARA-EXIT.
           EXIT.

      * Racuni banke - bez ACCTFL-a (OPTIONAL) provjera racuna se
      * preskace i vrijedi samo numericki ACCOUNT-ID mandata.
       LOAD-ACCOUNTS-PARA.
           OPEN INPUT ACCOUNT-MASTER.

           READ ACCOUNT-MASTER
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACCOUNTS
                   OR WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               MOVE ACCOUNT-MASTER-RECORD TO BANK-BALANCE
               IF ACCOUNT-ID IS NUMERIC
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACCOUNTS-LOADED TO TRUE
                   MOVE ACCOUNT-ID TO AT-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCOUNT-STATUS TO AT-STATUS(WS-ACCOUNT-COUNT)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-MASTER.

       LOAD-ACCOUNTS-PARA-EXIT.
           EXIT.

      * Jedna stavka knjige: isplacena se samo prepisuje, za
      * neisplacenu se trazi upotrebljiv mandat - bez njega stavka
      * ostaje na cekanju (H) i ide na popis zadrzanih isplata.
       PROCESS-ENTRY-PARA.
           IF PRZ-PAID
               ADD 1 TO ALREADY-PAID
               GO TO PROCESS-ENTRY-PARA-EXIT
           END-IF.

      * Stavka ponistenog rezultata (CMSANCT) se samo prepisuje.
           IF PRZ-VOIDED
               GO TO PROCESS-ENTRY-PARA-EXIT
           END-IF.

           IF PRZ-AMOUNT IS NOT NUMERIC OR PRZ-AMOUNT = ZEROS
               GO TO PROCESS-ENTRY-PARA-EXIT
           END-IF.

           PERFORM FIND-MANDATE-PARA THRU FIND-MANDATE-PARA-EXIT.

           IF WS-HOLD-REASON NOT = SPACES
               MOVE "H" TO PRZ-STATUS
               ADD 1 TO HELD-ENTRIES
               ADD PRZ-AMOUNT TO WS-TOTAL-HELD
               MOVE PRZ-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " PRZ-CHAMPION
                      " " PRZ-EVENT
                      " " PRZ-DATE
                      " " WS-AMOUNT-EDIT
                      "  " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROCESS-ENTRY-PARA-EXIT
           END-IF.

           PERFORM TALLY-PAYEE-PARA THRU TALLY-PAYEE-PARA-EXIT.
           IF NOT ENTRY-FOUND
               GO TO PROCESS-ENTRY-PARA-EXIT
           END-IF.

           MOVE "P"           TO PRZ-STATUS.
           MOVE WS-RUN-DATE   TO PRZ-PAID-DATE.
           MOVE WS-RUN-NUMBER TO PRZ-PAID-RUN.
           ADD 1 TO PAID-ENTRIES.

       PROCESS-ENTRY-PARA-EXIT.
           EXIT.

      * Mandat prvaka mora postojati, biti aktivan i pokazivati na
      * racun koji postoji i nije zatvoren; inace WS-HOLD-REASON
      * kaze zasto se isplata zadrzava.
       FIND-MANDATE-PARA.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-MND-FOUND-IDX.

           PERFORM VARYING MND-IDX FROM 1 BY 1
                   UNTIL MND-IDX > WS-MANDATE-COUNT
               IF MT-CHAMPION(MND-IDX) = PRZ-CHAMPION
                   SET WS-MND-FOUND-IDX TO MND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-MND-FOUND-IDX = 0
               MOVE "NO MANDATE ON FILE" TO WS-HOLD-REASON
               GO TO FIND-MANDATE-PARA-EXIT
           END-IF.

           IF MT-STATUS(WS-MND-FOUND-IDX) NOT = "A"
               MOVE "MANDATE SUSPENDED" TO WS-HOLD-REASON
               GO TO FIND-MANDATE-PARA-EXIT
           END-IF.

           IF MT-ACCOUNT(WS-MND-FOUND-IDX) = ZEROS
               MOVE "MANDATE WITHOUT ACCOUNT" TO WS-HOLD-REASON
               GO TO FIND-MANDATE-PARA-EXIT
           END-IF.

           IF NOT ACCOUNTS-LOADED
               GO TO FIND-MANDATE-PARA-EXIT
           END-IF.

           MOVE "ACCOUNT NOT ON ACCTFL" TO WS-HOLD-REASON.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AT-ACCOUNT-ID(ACC-IDX) = MT-ACCOUNT(WS-MND-FOUND-IDX)
                   IF AT-STATUS(ACC-IDX) = "C"
                       MOVE "PAYEE ACCOUNT CLOSED" TO WS-HOLD-REASON
                   ELSE
                       MOVE SPACES TO WS-HOLD-REASON
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-MANDATE-PARA-EXIT.
           EXIT.

      * Pribraja stavku prvaku - regija dolazi iz CHAMPION-VSAM-a
      * (prvak kojeg vise nema u masteru ide pod zadanu stopu).
       TALLY-PAYEE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PYE-IDX FROM 1 BY 1
                   UNTIL PYE-IDX > WS-PAYEE-COUNT
               IF PE-CHAMPION(PYE-IDX) = PRZ-CHAMPION
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO PYE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-PAYEE-COUNT NOT < WS-MAX-PAYEES
                   GO TO TALLY-PAYEE-PARA-EXIT
               END-IF
               MOVE PRZ-CHAMPION TO CHAMP-NAME
               MOVE SPACES TO WS-REGION
               READ CHAMPION-VSAM
                   INVALID KEY
                       MOVE SPACES TO WS-REGION
                   NOT INVALID KEY
                       MOVE CHAMP-REGION TO WS-REGION
               END-READ
               ADD 1 TO WS-PAYEE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-FOUND-IDX
               MOVE PRZ-CHAMPION TO PE-CHAMPION(WS-FOUND-IDX)
               MOVE WS-REGION    TO PE-REGION(WS-FOUND-IDX)
               MOVE MT-ACCOUNT(WS-MND-FOUND-IDX)
                   TO PE-ACCOUNT(WS-FOUND-IDX)
               MOVE MT-CONTACT(WS-MND-FOUND-IDX)
                   TO PE-CONTACT(WS-FOUND-IDX)
               MOVE ZEROS TO PE-ENTRIES(WS-FOUND-IDX)
               MOVE ZEROS TO PE-GROSS(WS-FOUND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.

           ADD 1 TO PE-ENTRIES(WS-FOUND-IDX).
           ADD PRZ-AMOUNT TO PE-GROSS(WS-FOUND-IDX).

       TALLY-PAYEE-PARA-EXIT.
           EXIT.

      * Jedna kreditna transakcija i jedna obavijest po prvaku -
      * neto iznos nakon poreza po odbitku za regiju prvaka.
       PAY-CHAMPIONS-PARA.
           MOVE SPACES TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.
           MOVE "PAYOUTS BY CHAMPION" TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.
           MOVE "  CHAMPION ACCOUNT ENTRIES GROSS RATE TAX NET"
               TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           PERFORM VARYING PYE-IDX FROM 1 BY 1
                   UNTIL PYE-IDX > WS-PAYEE-COUNT
               PERFORM PAY-ONE-CHAMPION-PARA
                   THRU PAY-ONE-CHAMPION-PARA-EXIT
           END-PERFORM.

       PAY-CHAMPIONS-PARA-EXIT.
           EXIT.

       PAY-ONE-CHAMPION-PARA.
           MOVE PE-REGION(PYE-IDX) TO WS-REGION.
           MOVE WS-DEFAULT-RATE TO WS-RATE.
           PERFORM VARYING WHT-IDX FROM 1 BY 1
                   UNTIL WHT-IDX > WS-RATE-COUNT
               IF WR-REGION(WHT-IDX) = WS-REGION
                   MOVE WR-RATE(WHT-IDX) TO WS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   PE-GROSS(PYE-IDX) * WS-RATE / 100.
           COMPUTE WS-NET-AMOUNT = PE-GROSS(PYE-IDX) - WS-TAX-AMOUNT.

           MOVE SPACES TO PAYOUT-TRX-RECORD.
           MOVE PE-ACCOUNT(PYE-IDX) TO PTX-ACCOUNT-ID.
           MOVE "C"                 TO PTX-TYPE.
           MOVE WS-NET-AMOUNT       TO PTX-AMOUNT.
           MOVE WS-RUN-DATE         TO PTX-DATE.
           WRITE PAYOUT-TRX-RECORD.
           ADD 1 TO PAYMENTS-WRITTEN.

           ADD PE-GROSS(PYE-IDX) TO WS-TOTAL-GROSS.
           ADD WS-TAX-AMOUNT     TO WS-TOTAL-TAX.
           ADD WS-NET-AMOUNT     TO WS-TOTAL-NET.
           PERFORM TALLY-REGION-PARA THRU TALLY-REGION-PARA-EXIT.

           MOVE PE-GROSS(PYE-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-TAX-AMOUNT     TO WS-TAX-EDIT.
           MOVE WS-NET-AMOUNT     TO WS-NET-EDIT.
           MOVE WS-RATE           TO WS-RATE-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  " PE-CHAMPION(PYE-IDX)
                  " " PE-ACCOUNT(PYE-IDX)
                  "  " PE-ENTRIES(PYE-IDX)
                  " " WS-AMOUNT-EDIT
                  " " WS-RATE-EDIT
                  " " WS-TAX-EDIT
                  " " WS-NET-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

      * Obavijest o isplati (remittance advice) ide u zajednicki red
      * - otprema je NTFDISP-ova briga.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           IF PE-CONTACT(PYE-IDX) NOT = SPACES
               MOVE PE-CONTACT(PYE-IDX)  TO NTF-RECIPIENT
           ELSE
               MOVE PE-CHAMPION(PYE-IDX) TO NTF-RECIPIENT
           END-IF.
           MOVE "MAIL"            TO NTF-CHANNEL.
           MOVE "PRZREMIT"        TO NTF-TEMPLATE.
           MOVE WS-AMOUNT-EDIT    TO NTF-SUBST-1.
           MOVE WS-TAX-EDIT       TO NTF-SUBST-2.
           MOVE WS-NET-EDIT       TO NTF-SUBST-3.
           MOVE "CMPAYOUT"        TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO NTF-RUN-NUMBER.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       PAY-ONE-CHAMPION-PARA-EXIT.
           EXIT.

       TALLY-REGION-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING RGS-IDX FROM 1 BY 1
                   UNTIL RGS-IDX > WS-REGION-COUNT
               IF RS-REGION(RGS-IDX) = WS-REGION
                   SET ENTRY-FOUND TO TRUE
                   ADD PE-GROSS(PYE-IDX) TO RS-GROSS(RGS-IDX)
                   ADD WS-TAX-AMOUNT     TO RS-TAX(RGS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
                   AND WS-REGION-COUNT < WS-MAX-REGIONS
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION TO RS-REGION(WS-REGION-COUNT)
               MOVE PE-GROSS(PYE-IDX) TO RS-GROSS(WS-REGION-COUNT)
               MOVE WS-TAX-AMOUNT     TO RS-TAX(WS-REGION-COUNT)
           END-IF.

       TALLY-REGION-PARA-EXIT.
           EXIT.

       REPORT-REGIONS-PARA.
           MOVE SPACES TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.
           MOVE "WITHHOLDING TAX BY REGION" TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           PERFORM VARYING RGS-IDX FROM 1 BY 1
                   UNTIL RGS-IDX > WS-REGION-COUNT
               MOVE RS-GROSS(RGS-IDX) TO WS-TOTAL-EDIT
               MOVE RS-TAX(RGS-IDX)   TO WS-TAX-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " RS-REGION(RGS-IDX)
                      " GROSS " FUNCTION TRIM(WS-TOTAL-EDIT)
                      " TAX " FUNCTION TRIM(WS-TAX-EDIT)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
           END-PERFORM.

       REPORT-REGIONS-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "LEDGER ENTRIES: " TOTAL-ENTRIES
                  "  ALREADY PAID: " ALREADY-PAID
                  "  PAID NOW: " PAID-ENTRIES
                  "  HELD: " HELD-ENTRIES
                  "  PAYMENTS: " PAYMENTS-WRITTEN
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-TAX   TO WS-TAX-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL GROSS: " FUNCTION TRIM(WS-TOTAL-EDIT)
                  "  TAX WITHHELD: " FUNCTION TRIM(WS-TAX-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL NET CREDITED: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

           MOVE WS-TOTAL-HELD TO WS-TOTAL-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TOTAL HELD: " FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO PAYOUT-REPORT-LINE.
           WRITE PAYOUT-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "CMPAYOUT"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-ENTRIES TO ALOG-RECORD-COUNT
           IF HELD-ENTRIES > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
