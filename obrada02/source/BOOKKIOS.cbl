       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKKIOS.

      ******************************************************************
      * BOOKKIOS - Prijem transakcija samoposluznih kioska. Datoteke   *
      *            kioska (KIOSKFL, vidi KIOSKTRX) pretvara u BOOKCIRC *
      *            transakcije (vidi CIRCTRX): barkod primjerka se     *
      *            razrjesava kroz COPY-VSAM, broj iskaznice kroz      *
      *            master clanova (MEMBFL) u ime posuditelja. Zapisi   *
      *            koje kiosk nakon ponovnog spajanja posalje jos      *
      *            jednom se izbacuju. Razrijesene transakcije se      *
      *            spajaju s transakcijama pulta (DESKFL) redom        *
      *            vremena u TRXOUT - ulaz BOOKCIRC-u kao TRXFL. Sto   *
      *            se ne moze razrijesiti (nepoznat barkod, nepoznata  *
      *            iskaznica, nepoznata akcija) ide na listu iznimaka  *
      *            po poslovnici u KSKRPT. Svaki kiosk dobiva dnevnu   *
      *            potvrdu broja primljenih zapisa (KSKACK); kiosk iz  *
      *            registra (KSKREG) koji danas nije nista poslao je   *
      *            oznacen na izvjestaju i run zavrsava s RC 4, pa se  *
      *            izgubljeni upload vidi isti dan.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KIOSK-TRX-FILE ASSIGN TO KIOSKFL
                  ORGANIZATION IS SEQUENTIAL.

      * Transakcije pulta u BOOKCIRC rasporedu.
           SELECT OPTIONAL DESK-TRX-FILE ASSIGN TO DESKFL
                  ORGANIZATION IS SEQUENTIAL.

      * Registar instaliranih kioska - jedna oznaka kioska po zapisu.
           SELECT OPTIONAL KIOSK-REGISTER ASSIGN TO KSKREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT MEMBER-FILE ASSIGN TO MEMBFL
                  ORGANIZATION IS SEQUENTIAL.

      * Spojene transakcije - TRXFL za BOOKCIRC.
           SELECT CIRC-TRX-OUT ASSIGN TO TRXOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT KIOSK-ACK-FILE ASSIGN TO KSKACK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT KIOSK-REPORT ASSIGN TO KSKRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD KIOSK-TRX-FILE.
           COPY KIOSKTRX.

       FD DESK-TRX-FILE.
       01 DESK-TRX-RECORD PIC X(74).

       FD KIOSK-REGISTER.
       01 KIOSK-REGISTER-RECORD.
           05 KRG-KIOSK-ID      PIC X(6).

       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD MEMBER-FILE.
           COPY MEMBER.

       FD CIRC-TRX-OUT.
           COPY CIRCTRX.

      * Dnevna potvrda po kiosku.
       FD KIOSK-ACK-FILE.
       01 KIOSK-ACK-RECORD.
           05 ACK-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 ACK-KIOSK-ID      PIC X(6).
           05 FILLER            PIC X.
           05 ACK-RECEIVED      PIC 9(5).
           05 FILLER            PIC X.
           05 ACK-DUPLICATES    PIC 9(5).
           05 FILLER            PIC X.
           05 ACK-ACCEPTED      PIC 9(5).
           05 FILLER            PIC X.
           05 ACK-EXCEPTIONS    PIC 9(5).

       FD KIOSK-REPORT.
       01 KIOSK-REPORT-LINE PIC X(100).

      * Kljuc sorta je vrijeme; za kiosk jos oznaka, akcija, barkod i
      * iskaznica, pa su ponovo poslani zapisi jedan do drugoga.
      * Transakcije pulta s istim vremenom zadrzavaju ulazni redoslijed.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-TIMESTAMP     PIC 9(14).
           05 SRT-KIOSK-ID      PIC X(6).
           05 SRT-ACTION        PIC X(8).
           05 SRT-BARCODE       PIC X(14).
           05 SRT-CARD-NO       PIC X(6).
      * "K" = zapis kioska, "D" = transakcija pulta.
           05 SRT-SOURCE        PIC X.
               88 SRT-FROM-DESK  VALUE "D".
           05 SRT-DESK-DATA     PIC X(74).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 COPY-STATUS     PIC XX.
           88 COPY-OK      VALUE "00".

       01 WS-KIOSK-EOF     PIC X VALUE 'N'.
           88 END-OF-KIOSK  VALUE 'Y'.
       01 WS-DESK-EOF      PIC X VALUE 'N'.
           88 END-OF-DESK   VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-MEMBER-EOF    PIC X VALUE 'N'.
           88 END-OF-MEMBERS VALUE 'Y'.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 END-OF-SORT   VALUE 'Y'.

       01 KIOSK-READ       PIC 9(7) VALUE ZEROS.
       01 DESK-READ        PIC 9(7) VALUE ZEROS.
       01 DUPLICATE-COUNT  PIC 9(7) VALUE ZEROS.
       01 KIOSK-ACCEPTED   PIC 9(7) VALUE ZEROS.
       01 EXCEPTION-COUNT  PIC 9(7) VALUE ZEROS.
       01 TRX-WRITTEN      PIC 9(7) VALUE ZEROS.
       01 SILENT-KIOSKS    PIC 9(3) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(100).
       01 WS-EXC-REASON    PIC X(20) VALUE SPACES.

       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
      * Transakcija pulta bez vremena ide na pocetak dana runa.
       01 WS-DESK-TIMESTAMP PIC 9(14) VALUE ZEROS.

      * Prethodni zapis kioska iz sorta - za prepoznavanje duplikata.
       01 WS-PRIOR-KEY.
           05 WS-PRIOR-TIMESTAMP PIC 9(14) VALUE ZEROS.
           05 WS-PRIOR-KIOSK-ID  PIC X(6) VALUE SPACES.
           05 WS-PRIOR-ACTION    PIC X(8) VALUE SPACES.
           05 WS-PRIOR-BARCODE   PIC X(14) VALUE SPACES.
           05 WS-PRIOR-CARD-NO   PIC X(6) VALUE SPACES.
       01 WS-THIS-KEY.
           05 WS-THIS-TIMESTAMP  PIC 9(14).
           05 WS-THIS-KIOSK-ID   PIC X(6).
           05 WS-THIS-ACTION     PIC X(8).
           05 WS-THIS-BARCODE    PIC X(14).
           05 WS-THIS-CARD-NO    PIC X(6).

      * Clanovi iz MEMBFL - broj iskaznice u ime posuditelja.
       01 WS-MAX-MEMBERS    PIC 9(4) VALUE 2000.
       01 WS-MEMBER-COUNT   PIC 9(4) VALUE 0.
       01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-MEMBER-COUNT
                            INDEXED BY MBR-IDX.
              03 MT-ID        PIC 9(6).
              03 MT-NAME      PIC X(30).
       01 WS-CARD-NUM       PIC 9(6) VALUE ZEROS.
       01 WS-BORROWER-NAME  PIC X(30) VALUE SPACES.
       01 WS-CARD-FOUND     PIC X VALUE 'N'.
           88 CARD-FOUND     VALUE 'Y'.

      * Kiosci iz registra i oni koji su danas poslali zapise.
       01 WS-MAX-KIOSKS     PIC 9(3) VALUE 200.
       01 WS-KIOSK-COUNT    PIC 9(3) VALUE 0.
       01 KIOSK-TABLE.
           02 KIOSK-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-KIOSK-COUNT
                           INDEXED BY KT-IDX.
              03 KT-KIOSK-ID    PIC X(6).
              03 KT-REGISTERED  PIC X.
                 88 KT-IS-REGISTERED VALUE 'Y'.
              03 KT-RECEIVED    PIC 9(5).
              03 KT-DUPLICATES  PIC 9(5).
              03 KT-ACCEPTED    PIC 9(5).
              03 KT-EXCEPTIONS  PIC 9(5).
       01 WS-KIOSK-SUB      PIC 9(3) VALUE ZEROS.
       01 WS-LOOKUP-KIOSK   PIC X(6) VALUE SPACES.

      * Iznimke za listu po poslovnici.
       01 WS-MAX-EXCEPTIONS PIC 9(4) VALUE 2000.
       01 WS-EXC-COUNT      PIC 9(4) VALUE 0.
       01 EXCEPTION-TABLE.
           02 EXCEPTION-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-EXC-COUNT
                               INDEXED BY XT-IDX.
              03 XT-BRANCH      PIC X(3).
              03 XT-KIOSK-ID    PIC X(6).
              03 XT-TIMESTAMP   PIC 9(14).
              03 XT-ACTION      PIC X(8).
              03 XT-BARCODE     PIC X(14).
              03 XT-CARD-NO     PIC X(6).
              03 XT-REASON      PIC X(20).
              03 XT-PRINTED     PIC X.
                 88 XT-IS-PRINTED VALUE 'Y'.
       01 WS-CURRENT-BRANCH PIC X(3) VALUE SPACES.
       01 WS-BRANCH-EXC     PIC 9(4) VALUE ZEROS.
       01 WS-SCAN-SUB       PIC 9(4) VALUE ZEROS.

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
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-DESK-TIMESTAMP = WS-TODAY-DATE-NUM * 1000000.

           PERFORM LOAD-MEMBERS-PARA THRU LOAD-MEMBERS-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

           OPEN INPUT COPY-VSAM.
           IF NOT COPY-OK
               DISPLAY "BOOKKIOS: COPY-VSAM OPEN FAILED, STATUS "
                       COPY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CIRC-TRX-OUT.
           OPEN OUTPUT KIOSK-ACK-FILE.
           OPEN OUTPUT KIOSK-REPORT.

           MOVE "KIOSK TRANSACTION INTAKE" TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RUN DATE: " WS-TODAY-DATE-NUM
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-TIMESTAMP
               ON ASCENDING KEY SRT-KIOSK-ID
               ON ASCENDING KEY SRT-ACTION
               ON ASCENDING KEY SRT-BARCODE
               ON ASCENDING KEY SRT-CARD-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-TRX-PARA
                               THRU RELEASE-TRX-PARA-EXIT
               OUTPUT PROCEDURE IS MERGE-TRX-PARA
                                THRU MERGE-TRX-PARA-EXIT.

           PERFORM PRINT-EXCEPTIONS-PARA
                   THRU PRINT-EXCEPTIONS-PARA-EXIT.
           PERFORM WRITE-ACK-PARA THRU WRITE-ACK-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.

           IF (EXCEPTION-COUNT > 0 OR SILENT-KIOSKS > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE COPY-VSAM.
           CLOSE CIRC-TRX-OUT.
           CLOSE KIOSK-ACK-FILE.
           CLOSE KIOSK-REPORT.
           GOBACK.

      * Ucitava broj iskaznice i ime aktivnih i neaktivnih clanova -
      * status i istek clanstva provjerava BOOKCIRC.
       LOAD-MEMBERS-PARA.
           OPEN INPUT MEMBER-FILE.

           READ MEMBER-FILE
               AT END SET END-OF-MEMBERS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MEMBERS
                   OR WS-MEMBER-COUNT NOT LESS THAN WS-MAX-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               MOVE MBR-ID   TO MT-ID(WS-MEMBER-COUNT)
               MOVE MBR-NAME TO MT-NAME(WS-MEMBER-COUNT)
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MEMBER-FILE.

       LOAD-MEMBERS-PARA-EXIT.
           EXIT.

      * Ucitava registar kioska - svaki registrirani kiosk dobiva
      * potvrdu i kad nije nista poslao.
       LOAD-REGISTER-PARA.
           OPEN INPUT KIOSK-REGISTER.

           READ KIOSK-REGISTER
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               IF KRG-KIOSK-ID NOT = SPACES
                   MOVE KRG-KIOSK-ID TO WS-LOOKUP-KIOSK
                   PERFORM FIND-KIOSK-PARA THRU FIND-KIOSK-PARA-EXIT
                   IF WS-KIOSK-SUB > 0
                       MOVE 'Y' TO KT-REGISTERED(WS-KIOSK-SUB)
                   END-IF
               END-IF
               READ KIOSK-REGISTER
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE KIOSK-REGISTER.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

      * Trazi kiosk u KIOSK-TABLE i dodaje ga ako ga nema; puna
      * tablica vraca WS-KIOSK-SUB nula.
       FIND-KIOSK-PARA.
           MOVE ZEROS TO WS-KIOSK-SUB.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > WS-KIOSK-COUNT
               IF KT-KIOSK-ID(KT-IDX) = WS-LOOKUP-KIOSK
                   SET WS-KIOSK-SUB TO KT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-KIOSK-SUB > 0
               GO TO FIND-KIOSK-PARA-EXIT
           END-IF.

           IF WS-KIOSK-COUNT NOT LESS THAN WS-MAX-KIOSKS
               GO TO FIND-KIOSK-PARA-EXIT
           END-IF.

           ADD 1 TO WS-KIOSK-COUNT.
           MOVE WS-KIOSK-COUNT  TO WS-KIOSK-SUB.
           MOVE WS-LOOKUP-KIOSK TO KT-KIOSK-ID(WS-KIOSK-SUB).
           MOVE 'N'   TO KT-REGISTERED(WS-KIOSK-SUB).
           MOVE ZEROS TO KT-RECEIVED(WS-KIOSK-SUB).
           MOVE ZEROS TO KT-DUPLICATES(WS-KIOSK-SUB).
           MOVE ZEROS TO KT-ACCEPTED(WS-KIOSK-SUB).
           MOVE ZEROS TO KT-EXCEPTIONS(WS-KIOSK-SUB).

       FIND-KIOSK-PARA-EXIT.
           EXIT.

      * Ulazna procedura sorta - zapisi kioska i pulta.
       RELEASE-TRX-PARA.
           OPEN INPUT KIOSK-TRX-FILE.

           READ KIOSK-TRX-FILE
               AT END SET END-OF-KIOSK TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-KIOSK
               ADD 1 TO KIOSK-READ
               MOVE KSK-KIOSK-ID TO WS-LOOKUP-KIOSK
               PERFORM FIND-KIOSK-PARA THRU FIND-KIOSK-PARA-EXIT
               IF WS-KIOSK-SUB > 0
                   ADD 1 TO KT-RECEIVED(WS-KIOSK-SUB)
               END-IF
               MOVE SPACES TO SORT-RECORD
               IF KSK-TIMESTAMP IS NUMERIC
                   MOVE KSK-TIMESTAMP TO SRT-TIMESTAMP
               ELSE
                   MOVE ZEROS TO SRT-TIMESTAMP
               END-IF
               MOVE KSK-KIOSK-ID TO SRT-KIOSK-ID
               MOVE KSK-ACTION   TO SRT-ACTION
               MOVE KSK-BARCODE  TO SRT-BARCODE
               MOVE KSK-CARD-NO  TO SRT-CARD-NO
               MOVE "K"          TO SRT-SOURCE
               RELEASE SORT-RECORD
               READ KIOSK-TRX-FILE
                   AT END SET END-OF-KIOSK TO TRUE
               END-READ
           END-PERFORM.

           CLOSE KIOSK-TRX-FILE.

           OPEN INPUT DESK-TRX-FILE.

           READ DESK-TRX-FILE
               AT END SET END-OF-DESK TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-DESK
               ADD 1 TO DESK-READ
               MOVE DESK-TRX-RECORD TO CIRC-TRX-RECORD
               MOVE SPACES TO SORT-RECORD
               IF CTX-TIMESTAMP IS NUMERIC AND CTX-TIMESTAMP > 0
                   MOVE CTX-TIMESTAMP TO SRT-TIMESTAMP
               ELSE
                   MOVE WS-DESK-TIMESTAMP TO SRT-TIMESTAMP
               END-IF
               MOVE "D" TO SRT-SOURCE
               MOVE DESK-TRX-RECORD TO SRT-DESK-DATA
               RELEASE SORT-RECORD
               READ DESK-TRX-FILE
                   AT END SET END-OF-DESK TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DESK-TRX-FILE.

       RELEASE-TRX-PARA-EXIT.
           EXIT.

      * Izlazna procedura sorta - pult se prepisuje, kiosk se
      * razrjesava u TRXOUT ili ide na listu iznimaka.
       MERGE-TRX-PARA.
           RETURN SORT-WORK
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

           PERFORM UNTIL END-OF-SORT
               IF SRT-FROM-DESK
                   MOVE SRT-DESK-DATA TO CIRC-TRX-RECORD
                   WRITE CIRC-TRX-RECORD
                   ADD 1 TO TRX-WRITTEN
               ELSE
                   PERFORM CONVERT-KIOSK-TRX-PARA
                           THRU CONVERT-KIOSK-TRX-PARA-EXIT
               END-IF
               RETURN SORT-WORK
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

       MERGE-TRX-PARA-EXIT.
           EXIT.

      * Jedan zapis kioska - duplikat se broji i preskace, ostali se
      * razrjesavaju barkodom i iskaznicom u BOOKCIRC transakciju.
       CONVERT-KIOSK-TRX-PARA.
           MOVE SRT-KIOSK-ID TO WS-LOOKUP-KIOSK.
           PERFORM FIND-KIOSK-PARA THRU FIND-KIOSK-PARA-EXIT.

           MOVE SRT-TIMESTAMP TO WS-THIS-TIMESTAMP.
           MOVE SRT-KIOSK-ID  TO WS-THIS-KIOSK-ID.
           MOVE SRT-ACTION    TO WS-THIS-ACTION.
           MOVE SRT-BARCODE   TO WS-THIS-BARCODE.
           MOVE SRT-CARD-NO   TO WS-THIS-CARD-NO.

           IF WS-THIS-KEY = WS-PRIOR-KEY
               ADD 1 TO DUPLICATE-COUNT
               IF WS-KIOSK-SUB > 0
                   ADD 1 TO KT-DUPLICATES(WS-KIOSK-SUB)
               END-IF
               GO TO CONVERT-KIOSK-TRX-PARA-EXIT
           END-IF.
           MOVE WS-THIS-KEY TO WS-PRIOR-KEY.

           MOVE SPACES TO KIOSK-TRX-RECORD.
           MOVE SRT-KIOSK-ID  TO KSK-KIOSK-ID.
           MOVE SRT-TIMESTAMP TO KSK-TIMESTAMP.
           MOVE SRT-ACTION    TO KSK-ACTION.
           MOVE SRT-BARCODE   TO KSK-BARCODE.
           MOVE SRT-CARD-NO   TO KSK-CARD-NO.

           IF NOT KSK-IS-CHECKOUT AND NOT KSK-IS-CHECKIN
               MOVE "UNKNOWN ACTION" TO WS-EXC-REASON
               PERFORM KIOSK-EXCEPTION-PARA
                       THRU KIOSK-EXCEPTION-PARA-EXIT
               GO TO CONVERT-KIOSK-TRX-PARA-EXIT
           END-IF.

      * Barkod - 7 znamenki naslova i primjerka, primjerak mora
      * postojati u COPY-VSAM evidenciji.
           IF KSK-BC-BOOK-ID IS NOT NUMERIC
                   OR KSK-BC-COPY-NO IS NOT NUMERIC
                   OR KSK-BC-REST NOT = SPACES
               MOVE "UNKNOWN BARCODE" TO WS-EXC-REASON
               PERFORM KIOSK-EXCEPTION-PARA
                       THRU KIOSK-EXCEPTION-PARA-EXIT
               GO TO CONVERT-KIOSK-TRX-PARA-EXIT
           END-IF.

           MOVE KSK-BC-BOOK-ID TO BC-BOOK-ID.
           MOVE KSK-BC-COPY-NO TO BC-COPY-NO.
           READ COPY-VSAM
               INVALID KEY
                   MOVE "UNKNOWN BARCODE" TO WS-EXC-REASON
                   PERFORM KIOSK-EXCEPTION-PARA
                           THRU KIOSK-EXCEPTION-PARA-EXIT
                   GO TO CONVERT-KIOSK-TRX-PARA-EXIT
           END-READ.

      * Iskaznica - obavezna na CHECKOUT-u; vracanje knjige ne trazi
      * clana, pa se na CHECKIN-u ne provjerava.
           MOVE SPACES TO WS-BORROWER-NAME.
           IF KSK-IS-CHECKOUT
               PERFORM FIND-CARD-PARA THRU FIND-CARD-PARA-EXIT
               IF NOT CARD-FOUND
                   MOVE "UNKNOWN CARD" TO WS-EXC-REASON
                   PERFORM KIOSK-EXCEPTION-PARA
                           THRU KIOSK-EXCEPTION-PARA-EXIT
                   GO TO CONVERT-KIOSK-TRX-PARA-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO CIRC-TRX-RECORD.
           MOVE KSK-ACTION       TO CTX-ACTION.
           MOVE BC-BOOK-ID       TO CTX-BOOK-ID.
           MOVE BC-COPY-NO       TO CTX-COPY-NO.
           MOVE WS-BORROWER-NAME TO CTX-BORROWER.
           MOVE KSK-BRANCH       TO CTX-BRANCH.
           MOVE KSK-TIMESTAMP    TO CTX-TIMESTAMP.
           MOVE KSK-KIOSK-ID     TO CTX-KIOSK-ID.
           WRITE CIRC-TRX-RECORD.
           ADD 1 TO TRX-WRITTEN.
           ADD 1 TO KIOSK-ACCEPTED.
           IF WS-KIOSK-SUB > 0
               ADD 1 TO KT-ACCEPTED(WS-KIOSK-SUB)
           END-IF.

       CONVERT-KIOSK-TRX-PARA-EXIT.
           EXIT.

      * Broj iskaznice u ime clana iz MEMBER-TABLE.
       FIND-CARD-PARA.
           MOVE 'N' TO WS-CARD-FOUND.
           IF KSK-CARD-NO IS NOT NUMERIC
               GO TO FIND-CARD-PARA-EXIT
           END-IF.
           MOVE KSK-CARD-NO TO WS-CARD-NUM.

           PERFORM VARYING MBR-IDX FROM 1 BY 1
                   UNTIL MBR-IDX > WS-MEMBER-COUNT
               IF MT-ID(MBR-IDX) = WS-CARD-NUM
                   MOVE MT-NAME(MBR-IDX) TO WS-BORROWER-NAME
                   SET CARD-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CARD-PARA-EXIT.
           EXIT.

      * Zapis kioska koji se ne moze razrijesiti - u tablicu za listu
      * po poslovnici kioska.
       KIOSK-EXCEPTION-PARA.
           ADD 1 TO EXCEPTION-COUNT.
           IF WS-KIOSK-SUB > 0
               ADD 1 TO KT-EXCEPTIONS(WS-KIOSK-SUB)
           END-IF.

           IF WS-EXC-COUNT NOT LESS THAN WS-MAX-EXCEPTIONS
               GO TO KIOSK-EXCEPTION-PARA-EXIT
           END-IF.

           ADD 1 TO WS-EXC-COUNT.
           MOVE KSK-BRANCH    TO XT-BRANCH(WS-EXC-COUNT).
           MOVE KSK-KIOSK-ID  TO XT-KIOSK-ID(WS-EXC-COUNT).
           MOVE KSK-TIMESTAMP TO XT-TIMESTAMP(WS-EXC-COUNT).
           MOVE KSK-ACTION    TO XT-ACTION(WS-EXC-COUNT).
           MOVE KSK-BARCODE   TO XT-BARCODE(WS-EXC-COUNT).
           MOVE KSK-CARD-NO   TO XT-CARD-NO(WS-EXC-COUNT).
           MOVE WS-EXC-REASON TO XT-REASON(WS-EXC-COUNT).
           MOVE 'N'           TO XT-PRINTED(WS-EXC-COUNT).

       KIOSK-EXCEPTION-PARA-EXIT.
           EXIT.

      * Lista iznimaka - za svaku poslovnicu (redom prve pojave) svi
      * njeni neispisani zapisi.
       PRINT-EXCEPTIONS-PARA.
           MOVE SPACES TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.
           MOVE "KIOSK EXCEPTIONS BY BRANCH" TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           IF WS-EXC-COUNT = 0
               MOVE "NO KIOSK EXCEPTIONS" TO KIOSK-REPORT-LINE
               WRITE KIOSK-REPORT-LINE
               GO TO PRINT-EXCEPTIONS-PARA-EXIT
           END-IF.

           PERFORM VARYING XT-IDX FROM 1 BY 1
                   UNTIL XT-IDX > WS-EXC-COUNT
               IF NOT XT-IS-PRINTED(XT-IDX)
                   MOVE XT-BRANCH(XT-IDX) TO WS-CURRENT-BRANCH
                   PERFORM PRINT-BRANCH-EXC-PARA
                           THRU PRINT-BRANCH-EXC-PARA-EXIT
               END-IF
           END-PERFORM.

       PRINT-EXCEPTIONS-PARA-EXIT.
           EXIT.

       PRINT-BRANCH-EXC-PARA.
           MOVE SPACES TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "BRANCH: " WS-CURRENT-BRANCH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           MOVE ZEROS TO WS-BRANCH-EXC.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-EXC-COUNT
               IF XT-BRANCH(WS-SCAN-SUB) = WS-CURRENT-BRANCH
                       AND NOT XT-IS-PRINTED(WS-SCAN-SUB)
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "  KIOSK " XT-KIOSK-ID(WS-SCAN-SUB)
                          " " XT-TIMESTAMP(WS-SCAN-SUB)
                          " " XT-ACTION(WS-SCAN-SUB)
                          " BARCODE " XT-BARCODE(WS-SCAN-SUB)
                          " CARD " XT-CARD-NO(WS-SCAN-SUB)
                          " " XT-REASON(WS-SCAN-SUB)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE
                   WRITE KIOSK-REPORT-LINE
                   MOVE 'Y' TO XT-PRINTED(WS-SCAN-SUB)
                   ADD 1 TO WS-BRANCH-EXC
               END-IF
           END-PERFORM.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  BRANCH EXCEPTIONS: " WS-BRANCH-EXC
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

       PRINT-BRANCH-EXC-PARA-EXIT.
           EXIT.

      * Dnevna potvrda po kiosku u KSKACK i na izvjestaj; registrirani
      * kiosk bez ijednog zapisa je oznacen kao izgubljeni upload.
       WRITE-ACK-PARA.
           MOVE SPACES TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.
           MOVE "KIOSK DAILY ACKNOWLEDGMENT" TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.
           MOVE "KIOSK   RECEIVED  DUPLICATES  ACCEPTED  EXCEPTIONS"
               TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > WS-KIOSK-COUNT
               MOVE SPACES TO KIOSK-ACK-RECORD
               MOVE WS-TODAY-DATE-NUM      TO ACK-RUN-DATE
               MOVE KT-KIOSK-ID(KT-IDX)    TO ACK-KIOSK-ID
               MOVE KT-RECEIVED(KT-IDX)    TO ACK-RECEIVED
               MOVE KT-DUPLICATES(KT-IDX)  TO ACK-DUPLICATES
               MOVE KT-ACCEPTED(KT-IDX)    TO ACK-ACCEPTED
               MOVE KT-EXCEPTIONS(KT-IDX)  TO ACK-EXCEPTIONS
               WRITE KIOSK-ACK-RECORD

               MOVE SPACES TO TEMP-REPORT-LINE
               STRING KT-KIOSK-ID(KT-IDX)
                      "     " KT-RECEIVED(KT-IDX)
                      "       " KT-DUPLICATES(KT-IDX)
                      "     " KT-ACCEPTED(KT-IDX)
                      "       " KT-EXCEPTIONS(KT-IDX)
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               IF KT-RECEIVED(KT-IDX) = 0
                   MOVE "NO UPLOAD RECEIVED" TO TEMP-REPORT-LINE(55:)
                   ADD 1 TO SILENT-KIOSKS
               END-IF
               IF NOT KT-IS-REGISTERED(KT-IDX)
                   MOVE "NOT REGISTERED" TO TEMP-REPORT-LINE(55:)
               END-IF
               MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE
               WRITE KIOSK-REPORT-LINE
           END-PERFORM.

       WRITE-ACK-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "KIOSK RECORDS READ: " KIOSK-READ
                  "  DUPLICATES: " DUPLICATE-COUNT
                  "  ACCEPTED: " KIOSK-ACCEPTED
                  "  EXCEPTIONS: " EXCEPTION-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DESK RECORDS READ: " DESK-READ
                  "  TRANSACTIONS WRITTEN: " TRX-WRITTEN
                  "  KIOSKS WITHOUT UPLOAD: " SILENT-KIOSKS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO KIOSK-REPORT-LINE.
           WRITE KIOSK-REPORT-LINE.

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
           MOVE "BOOKKIOS"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE KIOSK-READ TO ALOG-RECORD-COUNT
           IF EXCEPTION-COUNT > 0 OR SILENT-KIOSKS > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
