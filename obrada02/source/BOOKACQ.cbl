      *           (BOOKCPY raspored). Prirastna knjiga (ACQRPT)        *
      *           biljezi sve sto je uslo u fond - dosad su naslovi u  *
      *           katalog ulazili samo kroz PPLATE1-ov generator.      *
      *           Narudzba dokupa (ORD-BOOK-ID, vidi ORDREC - npr.     *
      *           odobreni prijedlog BOOKSUGG-a) naslovu koji je vec   *
      *           u katalogu dodaje primjerke iza najveceg postojeceg  *
      *           BC-COPY-NO umjesto da se isporuka odbije kao         *
      *           duplikat.                                            *
      *           Narudzba s fondom (BOOKORD, vidi FUNDREC) na prijemu *
      *           oslobadja rezervaciju fonda i knjizi stvarni trosak  *
      *           iz stavke racuna dobavljaca (INVFL, vidi INVREC);    *
      *           stavka bez primljene narudzbe, prijem bez racuna i   *
      *           cijena iznad narucene idu na listu odstupanja        *
      *           (DISCRPT). Neprimljene narudzbe se prenose u ORDOUT, *
      *           a novi master fondova u FUNDOUT.                     *
      *           Svaki primljeni primjerak dopisuje se i u trajni     *
      *           registar prirasta i otpisa (ACCREG, vidi obrada02/   *
      *           copylib/ACCREG) - ACQRPT listing jednog runa se      *
      *           baca, a godisnju statistiku iz registra radi         *
      *           BOOKSTAT.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DELIVERY-FILE ASSIGN TO DLVFL
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolna datoteka otvorenih narudzbi - vidi obrada02/
      * copylib/ORDREC.
           SELECT ORDER-FILE ASSIGN TO ORDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACCESSION-REPORT ASSIGN TO ACQRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Fondovi nabave i racuni dobavljaca - OPTIONAL, run bez njih
      * prima isporuke bez knjizenja troska.
           SELECT OPTIONAL FUND-MASTER-IN ASSIGN TO FUNDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO INVFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FUND-MASTER-OUT ASSIGN TO FUNDOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Narudzbe koje ovim runom nisu primljene - novi ORDFL.
           SELECT ORDER-FILE-OUT ASSIGN TO ORDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DISCREPANCY-REPORT ASSIGN TO DISCRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Trajni registar prirasta i otpisa - dopisuje se za svaki
      * primljeni primjerak (OPEN EXTEND, kao CIRHST).
           SELECT OPTIONAL ACCESSION-REGISTER ASSIGN TO ACCREG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Jedan red po naslovu, polja odvojena znakom '|':
       01 DELIVERY-RECORD PIC X(200).

       FD ORDER-FILE.
           COPY ORDREC.

       FD BOOK-VSAM.
           COPY BOOKDET.
       FD ACCESSION-REPORT.
       01 ACCESSION-REPORT-LINE PIC X(132).

       FD FUND-MASTER-IN.
       01 FUND-MASTER-IN-RECORD PIC X(78).

       FD INVOICE-FILE.
           COPY INVREC.

       FD FUND-MASTER-OUT.
           COPY FUNDREC.

       FD ORDER-FILE-OUT.
       01 ORDER-OUT-RECORD PIC X(59).

       FD DISCREPANCY-REPORT.
       01 DISCREPANCY-REPORT-LINE PIC X(132).

       FD ACCESSION-REGISTER.
           COPY ACCREG.

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
           88 END-OF-ORDERS VALUE 'Y'.
       01 WS-BOOK-EOF      PIC X VALUE 'N'.
           88 END-OF-BOOKS  VALUE 'Y'.
       01 WS-FUND-EOF      PIC X VALUE 'N'.
           88 END-OF-FUNDS  VALUE 'Y'.
       01 WS-INV-EOF       PIC X VALUE 'N'.
           88 END-OF-INVOICES VALUE 'Y'.

       01 TOTAL-LINES      PIC 9(5) VALUE ZEROS.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE ZEROS.
                           INDEXED BY ORD-IDX.
              03 OT-ISBN       PIC X(13).
              03 OT-COPIES     PIC 9(2).
              03 OT-BOOK-ID    PIC 9(5).
              03 OT-USED       PIC X.
                 88 OT-IS-USED VALUE 'Y'.
              03 OT-ORDER-NO   PIC 9(6).
              03 OT-FUND-CODE  PIC X(6).
              03 OT-FISCAL-YEAR PIC 9(4).
              03 OT-UNIT-PRICE PIC 9(5)V99.
      * Narudzba koja je sparena, ali joj je isporuka odbijena, ostaje
      * otvorena i prenosi se u ORDOUT.
              03 OT-RECEIVED   PIC X.
                 88 OT-IS-RECEIVED VALUE 'Y'.
              03 OT-RECORD     PIC X(59).

       01 WS-ORDER-FOUND   PIC X VALUE 'N'.
           88 ORDER-FOUND   VALUE 'Y'.
                           INDEXED BY TTL-IDX.
              03 TT-TITLE      PIC X(50).
              03 TT-AUTHOR     PIC X(30).
              03 TT-BOOK-ID    PIC 9(5).
       01 WS-NEXT-BOOK-ID  PIC 9(5) VALUE ZEROS.
       01 WS-DUP-BOOK-ID   PIC 9(5) VALUE ZEROS.

      * Dokup - najveci postojeci broj primjerka naslova.
       01 WS-HIGH-COPY-NO  PIC 9(2) VALUE ZEROS.
       01 WS-NEW-COPY-NO   PIC 9(3) VALUE ZEROS.
       01 WS-COPY-BROWSE-EOF PIC X VALUE 'N'.
           88 END-OF-COPY-BROWSE VALUE 'Y'.
       01 REORDER-COUNT    PIC 9(5) VALUE ZEROS.

      * Fondovi u radnoj tablici - isti raspored kao FUND-DETAIL, pa
      * se zapis mastera prenosi grupnim MOVE-om.
       01 WS-MAX-FUNDS     PIC 9(4) VALUE 500.
       01 WS-FUND-COUNT    PIC 9(4) VALUE 0.
       01 FUND-TABLE.
           02 FUND-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-FUND-COUNT
                          INDEXED BY FND-IDX.
              03 FE-CODE        PIC X(6).
              03 FILLER         PIC X.
              03 FE-FISCAL-YEAR PIC 9(4).
              03 FILLER         PIC X.
              03 FE-NAME        PIC X(30).
              03 FILLER         PIC X.
              03 FE-ALLOCATED   PIC 9(9)V99.
              03 FILLER         PIC X.
              03 FE-ENCUMBERED  PIC 9(9)V99.
              03 FILLER         PIC X.
              03 FE-SPENT       PIC 9(9)V99.
       01 WS-FUND-SUB      PIC 9(4) VALUE ZEROS.

      * Stavke racuna dobavljaca; iskoristena stavka se oznaci, a
      * neiskoristene na kraju idu na listu odstupanja.
       01 WS-MAX-INVOICES  PIC 9(4) VALUE 1000.
       01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
       01 INVOICE-TABLE.
           02 INVOICE-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-INVOICE-COUNT
                             INDEXED BY INV-IDX.
              03 IT-NUMBER     PIC X(10).
              03 IT-ORDER-NO   PIC 9(6).
              03 IT-COPIES     PIC 9(2).
              03 IT-UNIT-PRICE PIC 9(5)V99.
              03 IT-USED       PIC X.
                 88 IT-IS-USED VALUE 'Y'.

       01 WS-INVOICE-FOUND PIC X VALUE 'N'.
           88 INVOICE-FOUND VALUE 'Y'.
       01 WS-INVOICED-COPIES PIC 9(3) VALUE ZEROS.
       01 WS-ENCUMBRANCE   PIC 9(7)V99 VALUE ZEROS.
       01 WS-ACTUAL-COST   PIC 9(7)V99 VALUE ZEROS.
       01 WS-LINE-COST     PIC 9(7)V99 VALUE ZEROS.
       01 WS-SPENT-TOTAL   PIC 9(9)V99 VALUE ZEROS.
       01 WS-RELEASED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT-EDIT   PIC ZZZZZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC ZZZZZZ9.99.
       01 WS-DISC-REASON   PIC X(40) VALUE SPACES.
       01 WS-DISC-INVOICE  PIC X(10) VALUE SPACES.
       01 WS-DISC-ORDER-NO PIC 9(6) VALUE ZEROS.
       01 INVOICE-LINES    PIC 9(5) VALUE ZEROS.
       01 INVOICES-MATCHED PIC 9(5) VALUE ZEROS.
       01 DISCREPANCY-COUNT PIC 9(5) VALUE ZEROS.
       01 ORDERS-CARRIED   PIC 9(5) VALUE ZEROS.

      * Novi primjerci ulaze u fond sredisnjice; medjuposlovnicni
      * premjestaj radi BOOKCPY TRANSFER.
       01 WS-HOME-BRANCH   PIC X(3) VALUE "001".

      * Datum obrade (YYYYMMDD) za zapise registra prirasta i otpisa.
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-DUP-FOUND     PIC X VALUE 'N'.
           88 DUPLICATE-TITLE VALUE 'Y'.

           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM = (WS-ST-YEAR * 10000)
                                     + (WS-ST-MONTH * 100)
                                     + WS-ST-DAY.

           OPEN OUTPUT DISCREPANCY-REPORT.
           MOVE "ACQUISITIONS INVOICE DISCREPANCIES"
               TO DISCREPANCY-REPORT-LINE.
           WRITE DISCREPANCY-REPORT-LINE.

           PERFORM LOAD-ORDERS-PARA THRU LOAD-ORDERS-PARA-EXIT.
           PERFORM LOAD-FUNDS-PARA THRU LOAD-FUNDS-PARA-EXIT.
           PERFORM LOAD-INVOICES-PARA THRU LOAD-INVOICES-PARA-EXIT.

           OPEN I-O BOOK-VSAM.
           OPEN I-O COPY-VSAM.
           OPEN OUTPUT ACCESSION-REPORT.
           OPEN EXTEND ACCESSION-REGISTER.

           MOVE "ACCESSION REGISTER" TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

           CLOSE DELIVERY-FILE.

           PERFORM UNMATCHED-INVOICES-PARA
                   THRU UNMATCHED-INVOICES-PARA-EXIT.
           PERFORM WRITE-OPEN-ORDERS-PARA
                   THRU WRITE-OPEN-ORDERS-PARA-EXIT.
           PERFORM WRITE-FUNDS-PARA THRU WRITE-FUNDS-PARA-EXIT.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE BOOK-VSAM.
           CLOSE COPY-VSAM.
           CLOSE ACCESSION-REPORT.
           CLOSE DISCREPANCY-REPORT.
           CLOSE ACCESSION-REGISTER.
           GOBACK.

      * Ucitava otvorene narudzbe u ORDER-TABLE.

           PERFORM UNTIL END-OF-ORDERS
                   OR WS-ORDER-COUNT NOT LESS THAN WS-MAX-ORDERS
               IF ORD-BOOK-ID IS NOT NUMERIC
                   MOVE ZEROS TO ORD-BOOK-ID
               END-IF
               IF (ORD-ISBN NOT = SPACES OR ORD-BOOK-ID > 0)
                       AND ORD-COPY-COUNT IS NUMERIC
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE ORD-ISBN       TO OT-ISBN(WS-ORDER-COUNT)
                   MOVE ORD-COPY-COUNT TO OT-COPIES(WS-ORDER-COUNT)
                   MOVE ORD-BOOK-ID    TO OT-BOOK-ID(WS-ORDER-COUNT)
                   MOVE 'N'            TO OT-USED(WS-ORDER-COUNT)
                   MOVE 'N'            TO OT-RECEIVED(WS-ORDER-COUNT)
                   MOVE ORDER-RECORD   TO OT-RECORD(WS-ORDER-COUNT)
                   IF ORD-ORDER-NO IS NOT NUMERIC
                       MOVE ZEROS TO ORD-ORDER-NO
                   END-IF
                   IF ORD-FISCAL-YEAR IS NOT NUMERIC
                       MOVE ZEROS TO ORD-FISCAL-YEAR
                   END-IF
                   IF ORD-UNIT-PRICE IS NOT NUMERIC
                       MOVE ZEROS TO ORD-UNIT-PRICE
                   END-IF
                   MOVE ORD-ORDER-NO   TO OT-ORDER-NO(WS-ORDER-COUNT)
                   MOVE ORD-FUND-CODE  TO OT-FUND-CODE(WS-ORDER-COUNT)
                   MOVE ORD-FISCAL-YEAR
                       TO OT-FISCAL-YEAR(WS-ORDER-COUNT)
                   MOVE ORD-UNIT-PRICE
                       TO OT-UNIT-PRICE(WS-ORDER-COUNT)
               END-IF
               READ ORDER-FILE
                   AT END SET END-OF-ORDERS TO TRUE
       LOAD-ORDERS-PARA-EXIT.
           EXIT.

      * Ucitava master fondova u FUND-TABLE.
       LOAD-FUNDS-PARA.
           OPEN INPUT FUND-MASTER-IN.

           READ FUND-MASTER-IN
               AT END SET END-OF-FUNDS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-FUNDS
                   OR WS-FUND-COUNT NOT LESS THAN WS-MAX-FUNDS
               ADD 1 TO WS-FUND-COUNT
               MOVE FUND-MASTER-IN-RECORD TO FUND-ENTRY(WS-FUND-COUNT)
               IF FE-ALLOCATED(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-ALLOCATED(WS-FUND-COUNT)
               END-IF
               IF FE-ENCUMBERED(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-ENCUMBERED(WS-FUND-COUNT)
               END-IF
               IF FE-SPENT(WS-FUND-COUNT) IS NOT NUMERIC
                   MOVE ZEROS TO FE-SPENT(WS-FUND-COUNT)
               END-IF
               READ FUND-MASTER-IN
                   AT END SET END-OF-FUNDS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FUND-MASTER-IN.

       LOAD-FUNDS-PARA-EXIT.
           EXIT.

      * Ucitava stavke racuna dobavljaca u INVOICE-TABLE; neispravna
      * stavka odmah ide na listu odstupanja.
       LOAD-INVOICES-PARA.
           OPEN INPUT INVOICE-FILE.

           READ INVOICE-FILE
               AT END SET END-OF-INVOICES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INVOICES
               ADD 1 TO INVOICE-LINES
               IF INV-ORDER-NO IS NOT NUMERIC OR INV-ORDER-NO = ZEROS
                       OR INV-COPY-COUNT IS NOT NUMERIC
                       OR INV-UNIT-PRICE IS NOT NUMERIC
                   MOVE INV-NUMBER TO WS-DISC-INVOICE
                   MOVE ZEROS TO WS-DISC-ORDER-NO
                   MOVE ZEROS TO WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
                   MOVE "INVALID INVOICE LINE" TO WS-DISC-REASON
                   PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT
               ELSE
                   IF WS-INVOICE-COUNT < WS-MAX-INVOICES
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE INV-NUMBER
                           TO IT-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-ORDER-NO
                           TO IT-ORDER-NO(WS-INVOICE-COUNT)
                       MOVE INV-COPY-COUNT
                           TO IT-COPIES(WS-INVOICE-COUNT)
                       MOVE INV-UNIT-PRICE
                           TO IT-UNIT-PRICE(WS-INVOICE-COUNT)
                       MOVE 'N' TO IT-USED(WS-INVOICE-COUNT)
                   END-IF
               END-IF
               READ INVOICE-FILE
                   AT END SET END-OF-INVOICES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INVOICE-FILE.

       LOAD-INVOICES-PARA-EXIT.
           EXIT.

      * Puni TITLE-TABLE naslovima s mastera i pamti najveci
      * BD-BOOK-ID radi dodjele sljedeceg slobodnog.
       LOAD-TITLES-PARA.
                   ADD 1 TO WS-TITLE-COUNT
                   MOVE BD-TITLE  TO TT-TITLE(WS-TITLE-COUNT)
                   MOVE BD-AUTHOR TO TT-AUTHOR(WS-TITLE-COUNT)
                   MOVE BD-BOOK-ID TO TT-BOOK-ID(WS-TITLE-COUNT)
               END-IF
               IF BD-BOOK-ID > WS-NEXT-BOOK-ID
                   MOVE BD-BOOK-ID TO WS-NEXT-BOOK-ID
               MOVE 1 TO WS-COPY-COUNT
           END-IF.

      * Duplikat naslov+autor vec postoji u katalogu.
           MOVE 'N' TO WS-DUP-FOUND.
           MOVE ZEROS TO WS-DUP-BOOK-ID.
           PERFORM VARYING TTL-IDX FROM 1 BY 1
                   UNTIL TTL-IDX > WS-TITLE-COUNT
               IF TT-TITLE(TTL-IDX) = WS-DLV-TITLE
                       AND TT-AUTHOR(TTL-IDX) = WS-DLV-AUTHOR
                   SET DUPLICATE-TITLE TO TRUE
                   MOVE TT-BOOK-ID(TTL-IDX) TO WS-DUP-BOOK-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Isporuka bez otvorene narudzbe za taj ISBN se odbija.
           MOVE 'N' TO WS-ORDER-FOUND.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      * Narudzba dokupa nema ISBN - isporuka naslova iz kataloga se
      * sparuje s otvorenom narudzbom za njegov BD-BOOK-ID.
           IF NOT ORDER-FOUND AND DUPLICATE-TITLE
               PERFORM VARYING ORD-IDX FROM 1 BY 1
                       UNTIL ORD-IDX > WS-ORDER-COUNT
                   IF OT-BOOK-ID(ORD-IDX) = WS-DUP-BOOK-ID
                           AND NOT OT-IS-USED(ORD-IDX)
                       SET ORDER-FOUND TO TRUE
                       SET WS-ORDER-SUB TO ORD-IDX
                       MOVE 'Y' TO OT-USED(ORD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT ORDER-FOUND
               MOVE "NO OUTSTANDING ORDER FOR ISBN"
                   TO WS-REJECT-REASON
               MOVE OT-COPIES(WS-ORDER-SUB) TO WS-COPY-COUNT
           END-IF.

      * Narudzba dokupa vrijedi samo za svoj naslov; isporuka
      * naslova koji je vec u katalogu bez narudzbe dokupa je
      * duplikat.
           IF OT-BOOK-ID(WS-ORDER-SUB) > 0
               IF DUPLICATE-TITLE
                       AND WS-DUP-BOOK-ID = OT-BOOK-ID(WS-ORDER-SUB)
                   PERFORM ADD-COPIES-PARA THRU ADD-COPIES-PARA-EXIT
               ELSE
                   MOVE "DELIVERY NOT THE REORDERED TITLE"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE-PARA THRU REJECT-LINE-PARA-EXIT
               END-IF
               GO TO APPLY-DELIVERY-PARA-EXIT
           END-IF.

           IF DUPLICATE-TITLE
               MOVE "TITLE ALREADY IN CATALOG" TO WS-REJECT-REASON
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-DLV-TITLE  TO TT-TITLE(WS-TITLE-COUNT)
               MOVE WS-DLV-AUTHOR TO TT-AUTHOR(WS-TITLE-COUNT)
               MOVE WS-NEXT-BOOK-ID TO TT-BOOK-ID(WS-TITLE-COUNT)
           END-IF.

           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                           THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   NOT INVALID KEY
                       ADD 1 TO COPIES-ADDED
                       PERFORM WRITE-REGISTER-PARA
                           THRU WRITE-REGISTER-PARA-EXIT
               END-WRITE
           END-PERFORM.

           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

           PERFORM POST-ORDER-COST-PARA THRU POST-ORDER-COST-PARA-EXIT.

       APPLY-DELIVERY-PARA-EXIT.
           EXIT.

      * Dokup - novi primjerci naslova WS-DUP-BOOK-ID dobivaju brojeve
      * iza najveceg postojeceg BC-COPY-NO (START na pocetak naslova
      * pa READ NEXT dok traje isti naslov), a naslov postaje
      * dostupan.
       ADD-COPIES-PARA.
           MOVE ZEROS TO WS-HIGH-COPY-NO.
           MOVE 'N' TO WS-COPY-BROWSE-EOF.
           MOVE WS-DUP-BOOK-ID TO BC-BOOK-ID.
           MOVE ZEROS TO BC-COPY-NO.

           START COPY-VSAM KEY IS >= BC-KEY
               INVALID KEY
                   SET END-OF-COPY-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-COPY-BROWSE
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPY-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-COPY-BROWSE
                   IF BC-BOOK-ID = WS-DUP-BOOK-ID
                       MOVE BC-COPY-NO TO WS-HIGH-COPY-NO
                   ELSE
                       SET END-OF-COPY-BROWSE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-HIGH-COPY-NO + WS-COPY-COUNT > 99
               MOVE "COPY NUMBERS EXHAUSTED FOR TITLE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-LINE-PARA THRU REJECT-LINE-PARA-EXIT
               GO TO ADD-COPIES-PARA-EXIT
           END-IF.

           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-COPY-COUNT
               COMPUTE WS-NEW-COPY-NO = WS-HIGH-COPY-NO + WS-COPY-SUB
               MOVE WS-DUP-BOOK-ID  TO BC-BOOK-ID
               MOVE WS-NEW-COPY-NO  TO BC-COPY-NO
               MOVE "A"             TO BC-STATUS
               MOVE SPACES          TO BC-BORROWER
               MOVE ZEROS           TO BC-DUE-DATE
               MOVE WS-HOME-BRANCH  TO BC-BRANCH
               WRITE COPY-DETAIL
                   INVALID KEY
                       MOVE "ADD-COPIES-PARA" TO EXC-PARAGRAPH
                       PERFORM REPORT-VSAM-EXCEPTION-PARA
                           THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   NOT INVALID KEY
                       ADD 1 TO COPIES-ADDED
                       PERFORM WRITE-REGISTER-PARA
                           THRU WRITE-REGISTER-PARA-EXIT
               END-WRITE
           END-PERFORM.

           MOVE WS-DUP-BOOK-ID TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   MOVE "ADD-COPIES-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO ADD-COPIES-PARA-EXIT
           END-READ.
           MOVE "A" TO BD-STATUS.
           REWRITE BOOK-DETAIL
               INVALID KEY
                   MOVE "ADD-COPIES-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
           END-REWRITE.

           ADD 1 TO REORDER-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REORDER RECEIVED - BOOK " WS-DUP-BOOK-ID
                  " ISBN " WS-DLV-ISBN
                  " " WS-DLV-TITLE(1:40)
                  " COPIES " WS-COPY-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

           PERFORM POST-ORDER-COST-PARA THRU POST-ORDER-COST-PARA-EXIT.

       ADD-COPIES-PARA-EXIT.
           EXIT.

      * Primljena narudzba - zatvara se, a narudzba s fondom
      * oslobadja svoju rezervaciju (naruceno x procijenjena cijena)
      * i na fond knjizi stvarni trosak iz stavki racuna za taj broj
      * narudzbe. Bez racuna se knjizi po narucenoj cijeni i prijem
      * ide na listu odstupanja.
       POST-ORDER-COST-PARA.
           MOVE 'Y' TO OT-RECEIVED(WS-ORDER-SUB).

           IF OT-FUND-CODE(WS-ORDER-SUB) = SPACES
               GO TO POST-ORDER-COST-PARA-EXIT
           END-IF.

           MOVE SPACES TO WS-DISC-INVOICE.
           MOVE OT-ORDER-NO(WS-ORDER-SUB) TO WS-DISC-ORDER-NO.

           MOVE 0 TO WS-FUND-SUB.
           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               IF FE-CODE(FND-IDX) = OT-FUND-CODE(WS-ORDER-SUB)
                       AND FE-FISCAL-YEAR(FND-IDX)
                           = OT-FISCAL-YEAR(WS-ORDER-SUB)
                   SET WS-FUND-SUB TO FND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-FUND-SUB = 0
               MOVE ZEROS TO WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
               MOVE "ORDER FUND NOT IN FUND MASTER" TO WS-DISC-REASON
               PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT
               GO TO POST-ORDER-COST-PARA-EXIT
           END-IF.

           COMPUTE WS-ENCUMBRANCE = OT-COPIES(WS-ORDER-SUB)
                                  * OT-UNIT-PRICE(WS-ORDER-SUB).
           IF WS-ENCUMBRANCE > FE-ENCUMBERED(WS-FUND-SUB)
               MOVE FE-ENCUMBERED(WS-FUND-SUB) TO WS-ENCUMBRANCE
           END-IF.
           SUBTRACT WS-ENCUMBRANCE FROM FE-ENCUMBERED(WS-FUND-SUB).
           ADD WS-ENCUMBRANCE TO WS-RELEASED-TOTAL.

           MOVE 'N' TO WS-INVOICE-FOUND.
           MOVE ZEROS TO WS-ACTUAL-COST.
           MOVE ZEROS TO WS-INVOICED-COPIES.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INVOICE-COUNT
               IF IT-ORDER-NO(INV-IDX) = OT-ORDER-NO(WS-ORDER-SUB)
                       AND OT-ORDER-NO(WS-ORDER-SUB) > ZEROS
                       AND NOT IT-IS-USED(INV-IDX)
                   SET INVOICE-FOUND TO TRUE
                   MOVE 'Y' TO IT-USED(INV-IDX)
                   ADD 1 TO INVOICES-MATCHED
                   COMPUTE WS-LINE-COST = IT-COPIES(INV-IDX)
                                        * IT-UNIT-PRICE(INV-IDX)
                   ADD WS-LINE-COST TO WS-ACTUAL-COST
                   ADD IT-COPIES(INV-IDX) TO WS-INVOICED-COPIES
                   IF IT-UNIT-PRICE(INV-IDX)
                           > OT-UNIT-PRICE(WS-ORDER-SUB)
                       MOVE IT-NUMBER(INV-IDX) TO WS-DISC-INVOICE
                       MOVE OT-UNIT-PRICE(WS-ORDER-SUB)
                           TO WS-AMOUNT-EDIT
                       MOVE IT-UNIT-PRICE(INV-IDX) TO WS-AMOUNT-EDIT-2
                       MOVE "INVOICE PRICE OVER ORDER PRICE"
                           TO WS-DISC-REASON
                       PERFORM DISCREPANCY-PARA
                               THRU DISCREPANCY-PARA-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF INVOICE-FOUND
               IF WS-INVOICED-COPIES NOT = WS-COPY-COUNT
                   MOVE WS-COPY-COUNT TO WS-AMOUNT-EDIT
                   MOVE WS-INVOICED-COPIES TO WS-AMOUNT-EDIT-2
                   MOVE "INVOICED COPIES DIFFER FROM RECEIVED"
                       TO WS-DISC-REASON
                   PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT
               END-IF
           ELSE
               COMPUTE WS-ACTUAL-COST = WS-COPY-COUNT
                                      * OT-UNIT-PRICE(WS-ORDER-SUB)
               MOVE WS-ENCUMBRANCE TO WS-AMOUNT-EDIT
               MOVE WS-ACTUAL-COST TO WS-AMOUNT-EDIT-2
               MOVE "NO INVOICE - CHARGED AT ORDER PRICE"
                   TO WS-DISC-REASON
               PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT
           END-IF.

           ADD WS-ACTUAL-COST TO FE-SPENT(WS-FUND-SUB).
           ADD WS-ACTUAL-COST TO WS-SPENT-TOTAL.

           MOVE WS-ENCUMBRANCE TO WS-AMOUNT-EDIT.
           MOVE WS-ACTUAL-COST TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  ORDER " OT-ORDER-NO(WS-ORDER-SUB)
                  " FUND " OT-FUND-CODE(WS-ORDER-SUB)
                  " " OT-FISCAL-YEAR(WS-ORDER-SUB)
                  " RELEASED " FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " CHARGED " FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

       POST-ORDER-COST-PARA-EXIT.
           EXIT.

      * Jedan red liste odstupanja - razlog, racun, narudzba i dva
      * iznosa (ocekivano / fakturirano) vec pripremljena u
      * WS-AMOUNT-EDIT i WS-AMOUNT-EDIT-2.
       DISCREPANCY-PARA.
           ADD 1 TO DISCREPANCY-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING WS-DISC-REASON
                  " INVOICE " WS-DISC-INVOICE
                  " ORDER " WS-DISC-ORDER-NO
                  " EXPECTED " WS-AMOUNT-EDIT
                  " INVOICED " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO DISCREPANCY-REPORT-LINE.
           WRITE DISCREPANCY-REPORT-LINE.

       DISCREPANCY-PARA-EXIT.
           EXIT.

      * Stavke racuna koje nisu pokrile nijednu primljenu narudzbu.
       UNMATCHED-INVOICES-PARA.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INVOICE-COUNT
               IF NOT IT-IS-USED(INV-IDX)
                   MOVE IT-NUMBER(INV-IDX) TO WS-DISC-INVOICE
                   MOVE IT-ORDER-NO(INV-IDX) TO WS-DISC-ORDER-NO
                   MOVE ZEROS TO WS-AMOUNT-EDIT
                   COMPUTE WS-LINE-COST = IT-COPIES(INV-IDX)
                                        * IT-UNIT-PRICE(INV-IDX)
                   MOVE WS-LINE-COST TO WS-AMOUNT-EDIT-2
                   MOVE "INVOICE LINE WITHOUT RECEIVED ORDER"
                       TO WS-DISC-REASON
                   PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT
               END-IF
           END-PERFORM.

       UNMATCHED-INVOICES-PARA-EXIT.
           EXIT.

      * Neprimljene narudzbe se prenose u novi ORDFL (ORDOUT).
       WRITE-OPEN-ORDERS-PARA.
           OPEN OUTPUT ORDER-FILE-OUT.

           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-ORDER-COUNT
               IF NOT OT-IS-RECEIVED(ORD-IDX)
                   MOVE OT-RECORD(ORD-IDX) TO ORDER-OUT-RECORD
                   WRITE ORDER-OUT-RECORD
                   ADD 1 TO ORDERS-CARRIED
               END-IF
           END-PERFORM.

           CLOSE ORDER-FILE-OUT.

       WRITE-OPEN-ORDERS-PARA-EXIT.
           EXIT.

      * Ispisuje novi master fondova u FUNDOUT.
       WRITE-FUNDS-PARA.
           OPEN OUTPUT FUND-MASTER-OUT.

           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
               MOVE FUND-ENTRY(FND-IDX) TO FUND-DETAIL
               WRITE FUND-DETAIL
           END-PERFORM.

           CLOSE FUND-MASTER-OUT.

       WRITE-FUNDS-PARA-EXIT.
           EXIT.

      * Dopisuje upravo upisani primjerak (COPY-DETAIL) u trajni
      * registar prirasta i otpisa (vidi obrada02/copylib/ACCREG i
      * BOOKSTAT); zanr dolazi iz reda isporuke.
       WRITE-REGISTER-PARA.
           MOVE SPACES TO ACCESSION-REGISTER-RECORD.
           MOVE WS-TODAY-DATE-NUM TO ACR-DATE.
           MOVE "ACCESSN"         TO ACR-ACTION.
           MOVE BC-BOOK-ID        TO ACR-BOOK-ID.
           MOVE BC-COPY-NO        TO ACR-COPY-NO.
           MOVE BC-BRANCH         TO ACR-BRANCH.
           MOVE WS-DLV-GENRE      TO ACR-GENRE.
           MOVE WS-RUN-NUMBER     TO ACR-RUN-NUMBER.
           WRITE ACCESSION-REGISTER-RECORD.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

       REJECT-LINE-PARA.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "BOOKACQ: REJECTED - "
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DELIVERY LINES: " TOTAL-LINES
                  "  ACCESSIONED: " ACCEPTED-COUNT
                  "  REORDERS: " REORDER-COUNT
                  "  COPIES ADDED: " COPIES-ADDED
                  "  REJECTED: " REJECTED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "INVOICE LINES: " INVOICE-LINES
                  "  MATCHED: " INVOICES-MATCHED
                  "  DISCREPANCIES: " DISCREPANCY-COUNT
                  "  ORDERS STILL OPEN: " ORDERS-CARRIED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

           MOVE WS-RELEASED-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-SPENT-TOTAL TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ENCUMBRANCE RELEASED: " FUNCTION TRIM(WS-AMOUNT-EDIT)
                  "  CHARGED TO FUNDS: " FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ACCESSION-REPORT-LINE.
           WRITE ACCESSION-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-LINES TO ALOG-RECORD-COUNT
           IF REJECTED-COUNT > 0 OR DISCREPANCY-COUNT > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
