      *            je na samoj knjizi). Nakon svake prihvacene akcije  *
      *            se zbirni BD-STATUS naslova u BOOK-VSAM masteru     *
      *            osvjezi (A dok je ijedan primjerak slobodan). Novi  *
      *            BC-DUE-DATE (PARM LOANDAYS=nn, default 30) i rok    *
      *            preuzimanja racuna zajednicki servis radnih dana    *
      *            BUSDAY po pravilu BOOKCIRC-a iz BDAYFL - rok ne     *
      *            pada na dan kad je knjiznica zatvorena. LOST /      *
      *            DAMAGED akcije povlace posudjeni primjerak iz fonda *
      *            (status "W"), terete clana za trosak zamjene (u     *
      *            FINLED rasporedu, za FINEPOST) i pune registar      *
      *            povlacenja za nabavni budzet. Vraceni primjerak     *
      *            naslova s rezervacijama ide na policu rezervacija   *
      *            (status "H") za prvi zahtjev iz HOLD-VSAM reda koji *
      *            jos ceka; taj clan dobiva obavijest preko NTFQFL    *
      *            reda i samo on ga smije posuditi do isteka roka     *
      *            preuzimanja (PARM PICKUPDAYS=nn, default 7). Istek  *
      *            roka i dnevni popis police po poslovnici radi       *
      *            BOOKHSHF. Transakcije pulta i samoposluznih kioska  *
      *            spaja u TRXFL redom vremena BOOKKIOS (vidi          *
      *            CIRCTRX).                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS SEQUENTIAL.

      * Red rezervacija odrzavan BOOKHOLD programom - na CHECKIN-u se
      * vracena knjiga s rezervacijama rezervira prvom u redu koji
      * ceka, a CHECKOUT clanu s rezervacijom je ispunjava.
           SELECT HOLD-VSAM ASSIGN TO HOLDVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD CIRC-TRX-FILE.
           COPY CIRCTRX.

       FD BOOK-VSAM.
           COPY BOOKDET.
           05 CAT-LOAN-LIMIT    PIC 9(2).
           05 FILLER            PIC X.
           05 CAT-LOAN-DAYS     PIC 9(3).
      * Godisnja clanarina kategorije - cita je BORRRENW.
           05 FILLER            PIC X.
           05 CAT-RENEWAL-FEE   PIC 9(5)V99.

       FD FINE-BALANCE-FILE.
           COPY FINEBAL.
           88 END-OF-HOLD-BROWSE VALUE 'Y'.
       01 WS-HOLD-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-FIRST-HOLDER    PIC X(30) VALUE SPACES.
      * Prvi zahtjev koji jos ceka primjerak - njemu se vraceni
      * primjerak stavlja na policu rezervacija.
       01 WS-TRAP-FLAG       PIC X VALUE 'N'.
           88 HOLD-TO-TRAP    VALUE 'Y'.
       01 WS-TRAP-KEY.
           05 WS-TRAP-BOOK-ID PIC 9(5).
           05 WS-TRAP-SEQ     PIC 9(3).
       01 WS-PICKUP-BY       PIC 9(8) VALUE ZEROS.
       01 WS-FILL-FLAG       PIC X VALUE 'N'.
           88 HOLD-TO-FILL    VALUE 'Y'.

      * Potraga za slobodnim primjerkom naslova (CHECKOUT s brojem
      * primjerka 00) i zbirna dostupnost naslova za BD-STATUS.
       01 CHECKIN-COUNT    PIC 9(5) VALUE ZEROS.
       01 RENEW-COUNT      PIC 9(5) VALUE ZEROS.
       01 WITHDRAWN-COUNT  PIC 9(5) VALUE ZEROS.
       01 HOLD-SHELF-COUNT PIC 9(5) VALUE ZEROS.
       01 HOLD-FILLED-COUNT PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.

      * Trosak zamjene povucenog primjerka - default 25.00,
      * Broj tekucih posudbi clana - pocetno stanje se prebroji iz
      * COPY-VSAM-a, a CHECKOUT/CHECKIN ga odrzavaju kroz run.
              03 AMB-LOANS    PIC 9(3).
      * Istek clanstva (MBR-EXPIRY-DATE); nula = jos nije dodijeljen.
              03 AMB-EXPIRY   PIC 9(8).
       01 WS-MEMBER-FOUND   PIC X VALUE 'N'.
           88 BORROWER-IS-ACTIVE VALUE 'Y'.
       01 WS-MBR-SUB        PIC 9(4) VALUE ZEROS.
      * PARM-a LOANDAYS=nn.
       01 WS-LOAN-DAYS         PIC 9(3) VALUE 30.
       01 WS-TODAY-DATE-NUM    PIC 9(8).

      * Rok za preuzimanje primjerka s police rezervacija u danima -
      * default 7, nadjacava se preko PARM-a PICKUPDAYS=nn (isti
      * parametar ima i BOOKHSHF).
       01 WS-PICKUP-DAYS       PIC 9(3) VALUE 7.

      * Rokovi po radnim danima - vidi shared/copylib/BDAYREQ i
      * shared/source/BUSDAY (pravilo BOOKCIRC u BDAYFL).
           COPY BDAYREQ.
       01 WS-BDAY-DAYS         PIC 9(3) VALUE ZEROS.

      * Obavijest clanu da ga primjerak ceka - vidi shared/copylib/
      * NOTIFREC i shared/source/WRITENTF.
           COPY NOTIFREC.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           PERFORM LOAD-MEMBERS-PARA THRU LOAD-MEMBERS-PARA-EXIT.
           PERFORM LOAD-FINE-BALANCES-PARA
           OPEN INPUT CIRC-TRX-FILE.
           OPEN I-O BOOK-VSAM.
           OPEN I-O COPY-VSAM.
           OPEN I-O HOLD-VSAM.
           OPEN OUTPUT CIRC-REPORT.
           OPEN OUTPUT CHARGE-FILE.
           OPEN OUTPUT WITHDRAWAL-REPORT.
       SPLIT-PAIR-PARA-EXIT.
           EXIT.

      * Prenosi LOANDAYS= (trajanje posudbe), FINELIMIT= (prag duga
      * za odbijanje posudbe) i PICKUPDAYS= (rok preuzimanja
      * rezervacije) iz KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
                       WHEN "FINELIMIT"
                           COMPUTE WS-FINE-LIMIT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "PICKUPDAYS"
                           COMPUTE WS-PICKUP-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.
                           TO AMB-CATEGORY(WS-MEMBER-COUNT)
                   END-IF
                   MOVE ZEROS TO AMB-LOANS(WS-MEMBER-COUNT)
                   IF MBR-EXPIRY-DATE IS NUMERIC
                       MOVE MBR-EXPIRY-DATE
                           TO AMB-EXPIRY(WS-MEMBER-COUNT)
                   ELSE
                       MOVE ZEROS TO AMB-EXPIRY(WS-MEMBER-COUNT)
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
           EXIT.

      * CHECKOUT - samo dostupan primjerak, s navedenim posuditeljem;
      * broj primjerka 00 znaci primjerak s police rezervacija koji
      * ceka tog clana, a ako ga nema prvi slobodni primjerak naslova.
      * Primjerak s police rezervacija smije posuditi samo clan kojem
      * je rezerviran. Novi rok = danas + WS-LOAN-DAYS.
       CHECKOUT-BOOK-PARA.
           IF CTX-COPY-NO IS NUMERIC AND CTX-COPY-NO > 0
               PERFORM READ-COPY-PARA THRU READ-COPY-PARA-EXIT
               IF NOT FREE-COPY-FOUND
                   GO TO CHECKOUT-BOOK-PARA-EXIT
               END-IF
               IF BC-ON-HOLD-SHELF AND BC-BORROWER = CTX-BORROWER
                   CONTINUE
               ELSE
                   IF NOT BC-AVAILABLE
                       EVALUATE TRUE
                           WHEN BC-ON-LOAN
                               MOVE "COPY ALREADY ON LOAN"
                                   TO WS-REJECT-REASON
                           WHEN BC-ON-HOLD-SHELF
                               MOVE "COPY ON HOLD FOR ANOTHER MEMBER"
                                   TO WS-REJECT-REASON
                           WHEN BC-WITHDRAWN
                               MOVE "COPY IS WITHDRAWN"
                                   TO WS-REJECT-REASON
                           WHEN BC-MISSING
                               MOVE "COPY REPORTED MISSING"
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               MOVE "COPY NOT AVAILABLE"
                                   TO WS-REJECT-REASON
                       END-EVALUATE
                       PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                       GO TO CHECKOUT-BOOK-PARA-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM FIND-RESERVED-COPY-PARA
                       THRU FIND-RESERVED-COPY-PARA-EXIT
               IF NOT FREE-COPY-FOUND
                   PERFORM FIND-FREE-COPY-PARA
                           THRU FIND-FREE-COPY-PARA-EXIT
               END-IF
               IF NOT FREE-COPY-FOUND
                   MOVE "NO COPY AVAILABLE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO CHECKOUT-BOOK-PARA-EXIT
           END-IF.

      * Istekla clanska iskaznica - posudba tek nakon obnove (BORRREG
      * RENEW).
           IF AMB-EXPIRY(WS-MBR-SUB) > ZEROS
                   AND AMB-EXPIRY(WS-MBR-SUB) < WS-TODAY-DATE-NUM
               MOVE "MEMBERSHIP EXPIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO CHECKOUT-BOOK-PARA-EXIT
           END-IF.

      * Clan s dugom zakasnina preko praga ne dobiva novu posudbu
      * dok dug ne podmiri (FINEPOST).
           MOVE ZEROS TO WS-MEMBER-BALANCE.

           MOVE "P" TO BC-STATUS.
           MOVE CTX-BORROWER TO BC-BORROWER.
           PERFORM COMPUTE-DUE-DATE-PARA
                   THRU COMPUTE-DUE-DATE-PARA-EXIT.

           PERFORM REWRITE-COPY-PARA THRU REWRITE-COPY-PARA-EXIT.
           IF COPY-OK
               END-IF
               MOVE CTX-BORROWER TO WS-HIST-BORROWER
               PERFORM WRITE-HISTORY-PARA THRU WRITE-HISTORY-PARA-EXIT
               PERFORM FILL-HOLD-PARA THRU FILL-HOLD-PARA-EXIT
               PERFORM UPDATE-TITLE-STATUS-PARA
                       THRU UPDATE-TITLE-STATUS-PARA-EXIT
               MOVE SPACES TO TEMP-REPORT-LINE
       CHECKOUT-BOOK-PARA-EXIT.
           EXIT.

      * CHECKIN - samo posudjeni primjerak; podaci o posudbi se
      * brisu, a status se vraca na "A" - ili, ako u redu rezervacija
      * netko ceka, primjerak ide na policu rezervacija ("H") za
      * prvog koji ceka, s rokom preuzimanja danas + WS-PICKUP-DAYS.
       CHECKIN-BOOK-PARA.
           PERFORM READ-COPY-PARA THRU READ-COPY-PARA-EXIT.
           IF NOT FREE-COPY-FOUND
           END-IF.

           MOVE BC-BORROWER TO WS-HIST-BORROWER.
           PERFORM CHECK-HOLD-QUEUE-PARA
                   THRU CHECK-HOLD-QUEUE-PARA-EXIT.

           IF HOLD-TO-TRAP
               MOVE WS-PICKUP-DAYS TO WS-BDAY-DAYS
               PERFORM BUSINESS-DATE-PARA THRU BUSINESS-DATE-PARA-EXIT
               MOVE BDQ-RESULT-DATE TO WS-PICKUP-BY
               MOVE "H" TO BC-STATUS
               MOVE WS-FIRST-HOLDER TO BC-BORROWER
               MOVE WS-PICKUP-BY TO BC-DUE-DATE
           ELSE
               MOVE "A" TO BC-STATUS
               MOVE SPACES TO BC-BORROWER
               MOVE ZEROS TO BC-DUE-DATE
           END-IF.

           PERFORM REWRITE-COPY-PARA THRU REWRITE-COPY-PARA-EXIT.
           IF COPY-OK
                   END-IF
               END-PERFORM
               PERFORM WRITE-HISTORY-PARA THRU WRITE-HISTORY-PARA-EXIT
               EVALUATE TRUE
                   WHEN HOLD-TO-TRAP
                       MOVE SPACES TO TEMP-REPORT-LINE
                       STRING "CHECKIN  - BOOK " BC-BOOK-ID
                              " COPY " BC-COPY-NO
                              " TO HOLD SHELF FOR " WS-FIRST-HOLDER
                              " PICKUP BY " WS-PICKUP-BY
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                       PERFORM TRAP-HOLD-PARA THRU TRAP-HOLD-PARA-EXIT
                   WHEN WS-HOLD-COUNT > 0
                       MOVE SPACES TO TEMP-REPORT-LINE
                       STRING "CHECKIN  - BOOK " BC-BOOK-ID
                              " COPY " BC-COPY-NO
                              " HAS " WS-HOLD-COUNT
                              " HOLD(S) - ALL ALREADY ON HOLD SHELF"
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   WHEN OTHER
                       MOVE SPACES TO TEMP-REPORT-LINE
                       STRING "CHECKIN  - BOOK " BC-BOOK-ID
                              " COPY " BC-COPY-NO
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-EVALUATE
               PERFORM UPDATE-TITLE-STATUS-PARA
                       THRU UPDATE-TITLE-STATUS-PARA-EXIT
               MOVE TEMP-REPORT-LINE TO CIRC-REPORT-LINE
               WRITE CIRC-REPORT-LINE
           END-IF.
           EXIT.

      * Broji rezervacije u redu za upravo vracenu knjigu i pamti
      * prvi zahtjev koji jos ceka primjerak (najmanji HLD-SEQ medju
      * HLD-WAITING) - vracena knjiga s rezervacijama ide njemu na
      * policu rezervacija umjesto natrag na policu. Zahtjevi koji
      * vec imaju primjerak (HLD-READY) se preskacu. Red se namjerno
      * gleda bez obzira na poslovnicu: rezervaciju ispunjava
      * primjerak vracen u bilo kojoj poslovnici.
       CHECK-HOLD-QUEUE-PARA.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE SPACES TO WS-FIRST-HOLDER.
           MOVE 'N' TO WS-TRAP-FLAG.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF.

           MOVE BD-BOOK-ID TO HLD-BOOK-ID.
               IF NOT END-OF-HOLD-BROWSE
                   IF HLD-BOOK-ID = BD-BOOK-ID
                       ADD 1 TO WS-HOLD-COUNT
                       IF HLD-WAITING AND NOT HOLD-TO-TRAP
                           SET HOLD-TO-TRAP TO TRUE
                           MOVE HLD-BORROWER TO WS-FIRST-HOLDER
                           MOVE HLD-KEY TO WS-TRAP-KEY
                       END-IF
                   ELSE
                       SET END-OF-HOLD-BROWSE TO TRUE
       CHECK-HOLD-QUEUE-PARA-EXIT.
           EXIT.

      * Oznacava zahtjev WS-TRAP-KEY kao HLD-READY s primjerkom i
      * rokom preuzimanja i stavlja obavijest clanu u zajednicki red
      * (NTFQFL) - otprema je NTFDISP-ova briga.
       TRAP-HOLD-PARA.
           MOVE WS-TRAP-KEY TO HLD-KEY.
           READ HOLD-VSAM
               INVALID KEY
                   MOVE HOLD-STATUS TO WS-EXC-STATUS
                   MOVE "HOLDVS" TO WS-EXC-FILE
                   MOVE "TRAP-HOLD-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO TRAP-HOLD-PARA-EXIT
           END-READ.

           MOVE "R" TO HLD-STATUS.
           MOVE BC-COPY-NO TO HLD-COPY-NO.
           MOVE WS-TODAY-DATE-NUM TO HLD-READY-DATE.
           MOVE WS-PICKUP-BY TO HLD-PICKUP-BY.

           REWRITE HOLD-DETAIL
               INVALID KEY
                   MOVE HOLD-STATUS TO WS-EXC-STATUS
                   MOVE "HOLDVS" TO WS-EXC-FILE
                   MOVE "TRAP-HOLD-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
                   GO TO TRAP-HOLD-PARA-EXIT
           END-REWRITE.

           ADD 1 TO HOLD-SHELF-COUNT.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           INITIALIZE NOTIFY-QUEUE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-FIRST-HOLDER   TO NTF-RECIPIENT.
           MOVE "MAIL"            TO NTF-CHANNEL.
           MOVE "HOLDRDY"         TO NTF-TEMPLATE.
           MOVE BD-TITLE(1:30)    TO NTF-SUBST-1.
           MOVE WS-PICKUP-BY      TO NTF-SUBST-2.
           MOVE BC-BRANCH         TO NTF-SUBST-3.
           MOVE "BOOKCIRC"        TO NTF-PROGRAM-ID.
           MOVE WS-RUN-NUMBER     TO NTF-RUN-NUMBER.
           CALL "WRITENTF" USING NOTIFY-QUEUE-RECORD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       TRAP-HOLD-PARA-EXIT.
           EXIT.

      * Trazi primjerak naslova koji na polici rezervacija ceka bas
      * ovog clana (CHECKOUT s brojem primjerka 00).
       FIND-RESERVED-COPY-PARA.
           MOVE 'N' TO WS-COPY-FOUND.
           MOVE 'N' TO WS-COPY-BROWSE-EOF.
           MOVE CTX-BOOK-ID TO BC-BOOK-ID.
           MOVE 0 TO BC-COPY-NO.

           START COPY-VSAM KEY IS >= BC-KEY
               INVALID KEY
                   SET END-OF-COPY-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-COPY-BROWSE
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPY-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-COPY-BROWSE
                   IF BC-BOOK-ID = CTX-BOOK-ID
                       IF BC-ON-HOLD-SHELF
                               AND BC-BORROWER = CTX-BORROWER
                           SET FREE-COPY-FOUND TO TRUE
                           SET END-OF-COPY-BROWSE TO TRUE
                       END-IF
                   ELSE
                       SET END-OF-COPY-BROWSE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF FREE-COPY-FOUND
               READ COPY-VSAM
                   INVALID KEY
                       MOVE 'N' TO WS-COPY-FOUND
               END-READ
           END-IF.

       FIND-RESERVED-COPY-PARA-EXIT.
           EXIT.

      * Posudba clanu koji ima rezervaciju za naslov je ispunjava -
      * zahtjev (koji ceka ili je na polici) se brise iz reda.
       FILL-HOLD-PARA.
           MOVE 'N' TO WS-FILL-FLAG.
           MOVE 'N' TO WS-HOLD-BROWSE-EOF.
           MOVE CTX-BOOK-ID TO HLD-BOOK-ID.
           MOVE 0 TO HLD-SEQ.

           START HOLD-VSAM KEY IS >= HLD-KEY
               INVALID KEY
                   SET END-OF-HOLD-BROWSE TO TRUE
           END-START.

           PERFORM UNTIL END-OF-HOLD-BROWSE OR HOLD-TO-FILL
               READ HOLD-VSAM NEXT RECORD
                   AT END SET END-OF-HOLD-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-HOLD-BROWSE
                   IF HLD-BOOK-ID NOT = CTX-BOOK-ID
                       SET END-OF-HOLD-BROWSE TO TRUE
                   ELSE
                       IF HLD-BORROWER = CTX-BORROWER
                           SET HOLD-TO-FILL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT HOLD-TO-FILL
               GO TO FILL-HOLD-PARA-EXIT
           END-IF.

           DELETE HOLD-VSAM
               INVALID KEY
                   MOVE HOLD-STATUS TO WS-EXC-STATUS
                   MOVE "HOLDVS" TO WS-EXC-FILE
                   MOVE "FILL-HOLD-PARA" TO EXC-PARAGRAPH
                   PERFORM REPORT-VSAM-EXCEPTION-PARA
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               NOT INVALID KEY
                   ADD 1 TO HOLD-FILLED-COUNT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "HOLD FILLED - BOOK " CTX-BOOK-ID
                          " FOR " CTX-BORROWER
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO CIRC-REPORT-LINE
                   WRITE CIRC-REPORT-LINE
           END-DELETE.

       FILL-HOLD-PARA-EXIT.
           EXIT.

      * RENEW - samo posudjeni primjerak; novi rok = danas +
      * WS-LOAN-DAYS, ista aritmetika kao PPLATE1-ov
      * SET-LOAN-DETAILS-PARA.
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-MBR-SUB > ZEROS
               IF AMB-EXPIRY(WS-MBR-SUB) > ZEROS
                       AND AMB-EXPIRY(WS-MBR-SUB) < WS-TODAY-DATE-NUM
                   MOVE "MEMBERSHIP EXPIRED" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO RENEW-BOOK-PARA-EXIT
               END-IF
           END-IF.

           PERFORM APPLY-CATEGORY-RULES-PARA
                   THRU APPLY-CATEGORY-RULES-PARA-EXIT.

           PERFORM COMPUTE-DUE-DATE-PARA
                   THRU COMPUTE-DUE-DATE-PARA-EXIT.

           PERFORM REWRITE-COPY-PARA THRU REWRITE-COPY-PARA-EXIT.
           IF COPY-OK
           IF WS-EFF-LOAN-DAYS = ZEROS
               MOVE WS-LOAN-DAYS TO WS-EFF-LOAN-DAYS
           END-IF.
           MOVE WS-EFF-LOAN-DAYS TO WS-BDAY-DAYS.
           PERFORM BUSINESS-DATE-PARA THRU BUSINESS-DATE-PARA-EXIT.
           MOVE BDQ-RESULT-DATE TO BC-DUE-DATE.

       COMPUTE-DUE-DATE-PARA-EXIT.
           EXIT.

      * Danas + WS-BDAY-DAYS po pravilu BOOKCIRC-a (kalendarski ili
      * radni dani, pomak roka s neradnog dana) u BDQ-RESULT-DATE.
       BUSINESS-DATE-PARA.
           SET BDQ-APPLY-RULE TO TRUE.
           MOVE "BOOKCIRC"        TO BDQ-PROGRAM.
           MOVE WS-TODAY-DATE-NUM TO BDQ-DATE.
           MOVE WS-BDAY-DAYS      TO BDQ-DAYS.
           MOVE ZEROS             TO BDQ-TO-DATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       BUSINESS-DATE-PARA-EXIT.
           EXIT.

       REWRITE-COPY-PARA.
           REWRITE COPY-DETAIL
               INVALID KEY
           MOVE TEMP-REPORT-LINE TO CIRC-REPORT-LINE.
           WRITE CIRC-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TO HOLD SHELF: " HOLD-SHELF-COUNT
                  "  HOLDS FILLED: " HOLD-FILLED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CIRC-REPORT-LINE.
           WRITE CIRC-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REJECTED TRANSACTIONS: " REJECTED-TRX
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
