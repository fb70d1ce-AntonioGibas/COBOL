      *           posudbi). Sest primjeraka popularnog naslova time    *
      *           prestaje biti jedna "knjiga" koju pult moze          *
      *           posuditi samo jednom.                                *
      *           Svaki dodani i uklonjeni primjerak dopisuje se i u   *
      *           trajni registar prirasta i otpisa (ACCREG, vidi      *
      *           obrada02/copylib/ACCREG) za godisnju statistiku.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COPY-REPORT ASSIGN TO CPYRPT
                  ORGANIZATION IS SEQUENTIAL.

      * Trajni registar prirasta i otpisa - dopisuje se za svaki
      * ADDCOPY i REMOVE (OPEN EXTEND, kao CIRHST); godisnju
      * statistiku radi BOOKSTAT.
           SELECT OPTIONAL ACCESSION-REGISTER ASSIGN TO ACCREG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Transakcije ADDCOPY/REMOVE/TRANSFER - vidi obrada02/copylib/
      * CPYTRX.
       FD COPY-TRX-FILE.
           COPY CPYTRX.

       FD COPY-VSAM.
           COPY BOOKCOPY.
       FD COPY-REPORT.
       01 COPY-REPORT-LINE PIC X(100).

       FD ACCESSION-REGISTER.
           COPY ACCREG.

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih

       01 TRANSFERRED-COUNT PIC 9(5) VALUE ZEROS.

      * Datum obrade (YYYYMMDD) za zapise registra prirasta i otpisa.
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-REG-ACTION     PIC X(8) VALUE SPACES.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
       01 WS-START-TIMESTAMP.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM = (WS-ST-YEAR * 10000)
                                     + (WS-ST-MONTH * 100)
                                     + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
           OPEN I-O COPY-VSAM.
           OPEN INPUT BOOK-VSAM.
           OPEN OUTPUT COPY-REPORT.
           OPEN EXTEND ACCESSION-REGISTER.

           MOVE "BOOK COPY MAINTENANCE DETAIL" TO COPY-REPORT-LINE.
           WRITE COPY-REPORT-LINE.
           CLOSE COPY-VSAM.
           CLOSE BOOK-VSAM.
           CLOSE COPY-REPORT.
           CLOSE ACCESSION-REGISTER.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               NOT INVALID KEY
                   ADD 1 TO ADDED-COUNT
                   MOVE "ADDCOPY" TO WS-REG-ACTION
                   PERFORM WRITE-REGISTER-PARA
                       THRU WRITE-REGISTER-PARA-EXIT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "ADDED    - BOOK " BC-BOOK-ID
                          " COPY " BC-COPY-NO
           EXIT.

      * REMOVE - uklanja primjerak iz evidencije; primjerak na
      * posudbi ili na polici rezervacija se ne moze ukloniti dok se
      * ne vrati odnosno ne preuzme.
       REMOVE-COPY-PARA.
           IF CPX-COPY-NO IS NOT NUMERIC OR CPX-COPY-NO = ZEROS
               MOVE "REMOVE WITHOUT COPY NUMBER" TO WS-REJECT-REASON
               GO TO REMOVE-COPY-PARA-EXIT
           END-IF.

           IF BC-ON-HOLD-SHELF
               MOVE "COPY IS ON HOLD SHELF" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO REMOVE-COPY-PARA-EXIT
           END-IF.

      * Zanr naslova za registar otpisa - naslov bez mastera ide
      * s praznim zanrom.
           MOVE CPX-BOOK-ID TO BD-BOOK-ID.
           READ BOOK-VSAM
               INVALID KEY
                   MOVE SPACES TO BD-GENRE
           END-READ.

           DELETE COPY-VSAM
               INVALID KEY
                   MOVE "REMOVE-COPY-PARA" TO EXC-PARAGRAPH
                       THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               NOT INVALID KEY
                   ADD 1 TO REMOVED-COUNT
      * Izgubljen/ostecen primjerak (W) je kao otpis vec u CIRHST-u.
                   IF NOT BC-WITHDRAWN
                       MOVE "REMOVE" TO WS-REG-ACTION
                       PERFORM WRITE-REGISTER-PARA
                           THRU WRITE-REGISTER-PARA-EXIT
                   END-IF
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "REMOVED  - BOOK " CPX-BOOK-ID
                          " COPY " CPX-COPY-NO
           EXIT.

      * TRANSFER - seli maticnu poslovnicu primjerka; primjerak na
      * posudbi ili na polici rezervacija se ne seli.
       TRANSFER-COPY-PARA.
           IF CPX-COPY-NO IS NOT NUMERIC OR CPX-COPY-NO = ZEROS
               MOVE "TRANSFER WITHOUT COPY NUMBER" TO WS-REJECT-REASON
               GO TO TRANSFER-COPY-PARA-EXIT
           END-IF.

           IF BC-ON-HOLD-SHELF
               MOVE "COPY IS ON HOLD SHELF" TO WS-REJECT-REASON
               PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               GO TO TRANSFER-COPY-PARA-EXIT
           END-IF.

           MOVE CPX-BRANCH TO BC-BRANCH.

           REWRITE COPY-DETAIL
       TRANSFER-COPY-PARA-EXIT.
           EXIT.

      * Dopisuje dodani ili uklonjeni primjerak u trajni registar
      * prirasta i otpisa (vidi obrada02/copylib/ACCREG i BOOKSTAT).
      * WS-REG-ACTION postavlja pozivatelj; DELETE ne dira podrucje
      * zapisa, pa BC-BRANCH jos nosi poslovnicu uklonjenog primjerka.
       WRITE-REGISTER-PARA.
           MOVE SPACES TO ACCESSION-REGISTER-RECORD.
           MOVE WS-TODAY-DATE-NUM TO ACR-DATE.
           MOVE WS-REG-ACTION     TO ACR-ACTION.
           MOVE BC-BOOK-ID        TO ACR-BOOK-ID.
           MOVE BC-COPY-NO        TO ACR-COPY-NO.
           MOVE BC-BRANCH         TO ACR-BRANCH.
           MOVE BD-GENRE          TO ACR-GENRE.
           MOVE WS-RUN-NUMBER     TO ACR-RUN-NUMBER.
           WRITE ACCESSION-REGISTER-RECORD.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "BOOKCPY: REJECTED - "
