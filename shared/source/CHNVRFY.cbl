      ******************************************************************
      *    CHNVRFY - Provjera ulancanog hasha audit i povijesnih       *
      *              tragova. Za svaki trag (AUDARC pa AUDITFL kao     *
      *              jedan neprekinut lanac, CHHSTFL, OWNRJRN) ponovno *
      *              racuna hash svakog zapisa preko CHNHASH i         *
      *              usporeduje ga sa zapisanim. Zapisi bez hasha na   *
      *              pocetku traga prethode ulancavanju i samo se      *
      *              broje. Prvi prekid se ispisuje s datotekom,       *
      *              rednim brojem i kljucem zapisa, a provjera se     *
      *              nastavlja od zapisanog hasha kako bi se           *
      *              prebrojili i ostali prekidi. Zadnji hash svakog   *
      *              traga (vrh lanca) ide u izvjestaj za revizore.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNVRFY.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO AUDARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO CHHSTFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OWNER-JOURNAL ASSIGN TO OWNRJRN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CHAIN-REPORT ASSIGN TO CHNRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-RECORD  PIC X(105).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).

       FD HISTORY-FILE.
           COPY CHHIST.

      * Isti raspored kao OWNER-JOURNAL-RECORD u DOGTRX-u.
       FD OWNER-JOURNAL.
       01 OWNER-JOURNAL-RECORD.
           05 OWJ-DOG-NAME      PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-OLD-OWNER     PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-NEW-OWNER     PIC X(25).
           05 FILLER            PIC X.
           05 OWJ-TRANSFER-DATE PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 OWJ-CHAIN-HASH    PIC X(16).

       FD CHAIN-REPORT.
       01 CHAIN-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY AUDITLOG.
       COPY CHNREQ.

       01 WS-ARC-EOF       PIC X VALUE 'N'.
           88 END-OF-ARCHIVE VALUE 'Y'.
       01 WS-AUD-EOF       PIC X VALUE 'N'.
           88 END-OF-AUDIT   VALUE 'Y'.
       01 WS-HIST-EOF      PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-JRN-EOF       PIC X VALUE 'N'.
           88 END-OF-JOURNAL VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(100).

      * Stanje lanca traga koji se trenutno provjerava.
       01 WS-TRAIL-NAME    PIC X(8).
       01 WS-CHAIN-FLAG    PIC X VALUE 'N'.
           88 CHAIN-STARTED VALUE 'Y'.
       01 WS-CHAIN-HASH    PIC X(16).
       01 WS-TRAIL-RECORDS PIC 9(6).
       01 WS-LEGACY-COUNT  PIC 9(6).
       01 WS-CHAINED-COUNT PIC 9(6).
       01 WS-BREAK-COUNT   PIC 9(6).
       01 WS-TOTAL-BREAKS  PIC 9(6) VALUE ZEROS.

      * Zapis koji se provjerava - puni ga petlja citanja traga.
       01 WS-SOURCE-FILE   PIC X(8).
       01 WS-FILE-RECNO    PIC 9(6).
       01 WS-REC-LEN       PIC 9(4) COMP.
       01 WS-REC-CONTENT   PIC X(256).
       01 WS-STORED-HASH   PIC X(16).
       01 WS-REC-KEY       PIC X(60).

      * Prvi prekid traga, ispisuje se u sazetku traga.
       01 WS-BREAK-SOURCE  PIC X(8).
       01 WS-BREAK-RECNO   PIC 9(6).
       01 WS-BREAK-KEY     PIC X(60).
       01 WS-BREAK-STORED  PIC X(16).
       01 WS-BREAK-COMPUTED PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 8=greska u podacima,
      * 12=greska datoteke. Svaki prekid lanca je greska u podacima.
           MOVE 0 TO RETURN-CODE.

           OPEN OUTPUT CHAIN-REPORT.

           MOVE "AUDIT AND HISTORY TRAIL HASH CHAIN VERIFICATION"
               TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

           PERFORM VERIFY-AUDIT-PARA THRU VERIFY-AUDIT-PARA-EXIT.
           PERFORM VERIFY-HISTORY-PARA THRU VERIFY-HISTORY-PARA-EXIT.
           PERFORM VERIFY-JOURNAL-PARA THRU VERIFY-JOURNAL-PARA-EXIT.

           MOVE SPACES TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           IF WS-TOTAL-BREAKS = ZEROS
               MOVE "ALL TRAILS INTACT" TO CHAIN-REPORT-LINE
           ELSE
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "CHAIN BREAKS FOUND: " WS-TOTAL-BREAKS
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO CHAIN-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CHAIN-REPORT-LINE.

           CLOSE CHAIN-REPORT.
           GOBACK.

      * AUDARC sadrzi arhivirani pocetak AUDITFL-a (LOGHSKP arhivira
      * samo vodeci niz zapisa), pa se oba citaju kao jedan lanac.
       VERIFY-AUDIT-PARA.
           MOVE "AUDITFL" TO WS-TRAIL-NAME.
           PERFORM START-TRAIL-PARA THRU START-TRAIL-PARA-EXIT.
           MOVE 88 TO WS-REC-LEN.

           OPEN INPUT AUDIT-ARCHIVE.
           MOVE "AUDARC" TO WS-SOURCE-FILE.
           MOVE ZEROS TO WS-FILE-RECNO.
           READ AUDIT-ARCHIVE
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ARCHIVE
               MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-LOG-RECORD
               PERFORM AUDIT-RECORD-PARA THRU AUDIT-RECORD-PARA-EXIT
               READ AUDIT-ARCHIVE
                   AT END SET END-OF-ARCHIVE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-ARCHIVE.

           OPEN INPUT AUDIT-LOG-FILE.
           MOVE "AUDITFL" TO WS-SOURCE-FILE.
           MOVE ZEROS TO WS-FILE-RECNO.
           READ AUDIT-LOG-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-AUDIT
               MOVE AUDIT-LOG-FILE-RECORD TO AUDIT-LOG-RECORD
               PERFORM AUDIT-RECORD-PARA THRU AUDIT-RECORD-PARA-EXIT
               READ AUDIT-LOG-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

           PERFORM END-TRAIL-PARA THRU END-TRAIL-PARA-EXIT.

       VERIFY-AUDIT-PARA-EXIT.
           EXIT.

       AUDIT-RECORD-PARA.
           ADD 1 TO WS-FILE-RECNO.
           MOVE AUDIT-LOG-RECORD(1:88) TO WS-REC-CONTENT.
           MOVE ALOG-CHAIN-HASH TO WS-STORED-HASH.
           MOVE SPACES TO WS-REC-KEY.
           STRING "RUN " ALOG-RUN-ID " PROGRAM " ALOG-PROGRAM-NAME
                  " STARTED " ALOG-START-TIMESTAMP
               DELIMITED BY SIZE INTO WS-REC-KEY.
           PERFORM CHECK-RECORD-PARA THRU CHECK-RECORD-PARA-EXIT.

       AUDIT-RECORD-PARA-EXIT.
           EXIT.

       VERIFY-HISTORY-PARA.
           MOVE "CHHSTFL" TO WS-TRAIL-NAME.
           PERFORM START-TRAIL-PARA THRU START-TRAIL-PARA-EXIT.
           MOVE 167 TO WS-REC-LEN.

           OPEN INPUT HISTORY-FILE.
           MOVE "CHHSTFL" TO WS-SOURCE-FILE.
           MOVE ZEROS TO WS-FILE-RECNO.
           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               ADD 1 TO WS-FILE-RECNO
               MOVE CHAMPION-HISTORY-RECORD(1:167) TO WS-REC-CONTENT
               MOVE CHH-CHAIN-HASH TO WS-STORED-HASH
               MOVE SPACES TO WS-REC-KEY
               STRING "CHAMPION " CHH-CHAMP-NAME
                      " " CHH-ACTION " BY " CHH-CHANGED-BY
                   DELIMITED BY SIZE INTO WS-REC-KEY
               PERFORM CHECK-RECORD-PARA THRU CHECK-RECORD-PARA-EXIT
               READ HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

           PERFORM END-TRAIL-PARA THRU END-TRAIL-PARA-EXIT.

       VERIFY-HISTORY-PARA-EXIT.
           EXIT.

       VERIFY-JOURNAL-PARA.
           MOVE "OWNRJRN" TO WS-TRAIL-NAME.
           PERFORM START-TRAIL-PARA THRU START-TRAIL-PARA-EXIT.
           MOVE 95 TO WS-REC-LEN.

           OPEN INPUT OWNER-JOURNAL.
           MOVE "OWNRJRN" TO WS-SOURCE-FILE.
           MOVE ZEROS TO WS-FILE-RECNO.
           READ OWNER-JOURNAL
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-JOURNAL
               ADD 1 TO WS-FILE-RECNO
               MOVE OWNER-JOURNAL-RECORD(1:95) TO WS-REC-CONTENT
               MOVE OWJ-CHAIN-HASH TO WS-STORED-HASH
               MOVE SPACES TO WS-REC-KEY
               STRING "DOG " OWJ-DOG-NAME
                      " DATE " OWJ-TRANSFER-DATE
                   DELIMITED BY SIZE INTO WS-REC-KEY
               PERFORM CHECK-RECORD-PARA THRU CHECK-RECORD-PARA-EXIT
               READ OWNER-JOURNAL
                   AT END SET END-OF-JOURNAL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OWNER-JOURNAL.

           PERFORM END-TRAIL-PARA THRU END-TRAIL-PARA-EXIT.

       VERIFY-JOURNAL-PARA-EXIT.
           EXIT.

       START-TRAIL-PARA.
           MOVE 'N' TO WS-CHAIN-FLAG.
           MOVE SPACES TO WS-CHAIN-HASH.
           MOVE ZEROS TO WS-TRAIL-RECORDS WS-LEGACY-COUNT
                         WS-CHAINED-COUNT WS-BREAK-COUNT.

       START-TRAIL-PARA-EXIT.
           EXIT.

      * Provjera jednog zapisa. Zapisi bez hasha prije prvog
      * ulancanog zapisa su stari zapisi i samo se broje; nakon
      * pocetka lanca zapis bez hasha je prekid kao i svaki drugi
      * krivi hash. Nakon prekida lanac se nastavlja od zapisanog
      * hasha (kao sto ga je nastavio i pisac), pa se svaki kasniji
      * prekid broji zasebno umjesto da se ponavlja do kraja traga.
       CHECK-RECORD-PARA.
           ADD 1 TO WS-TRAIL-RECORDS.

           IF NOT CHAIN-STARTED
               IF WS-STORED-HASH = SPACES
                   ADD 1 TO WS-LEGACY-COUNT
                   GO TO CHECK-RECORD-PARA-EXIT
               END-IF
               SET CHAIN-STARTED TO TRUE
           END-IF.

           ADD 1 TO WS-CHAINED-COUNT.

           MOVE WS-CHAIN-HASH TO CHN-PREV-HASH.
           MOVE WS-REC-LEN TO CHN-DATA-LEN.
           MOVE WS-REC-CONTENT TO CHN-DATA.
           CALL 'CHNHASH' USING CHAIN-HASH-REQUEST.

           IF CHN-NEW-HASH NOT = WS-STORED-HASH
               ADD 1 TO WS-BREAK-COUNT
               ADD 1 TO WS-TOTAL-BREAKS
               IF WS-BREAK-COUNT = 1
                   MOVE WS-SOURCE-FILE TO WS-BREAK-SOURCE
                   MOVE WS-FILE-RECNO TO WS-BREAK-RECNO
                   MOVE WS-REC-KEY TO WS-BREAK-KEY
                   MOVE WS-STORED-HASH TO WS-BREAK-STORED
                   MOVE CHN-NEW-HASH TO WS-BREAK-COMPUTED
               END-IF
           END-IF.

           MOVE WS-STORED-HASH TO WS-CHAIN-HASH.

       CHECK-RECORD-PARA-EXIT.
           EXIT.

       END-TRAIL-PARA.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRAIL " WS-TRAIL-NAME
                  " RECORDS " WS-TRAIL-RECORDS
                  "  BEFORE CHAIN " WS-LEGACY-COUNT
                  "  CHAINED " WS-CHAINED-COUNT
                  "  BREAKS " WS-BREAK-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           IF CHAIN-STARTED
               STRING "  HEAD HASH " WS-CHAIN-HASH
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
           ELSE
               MOVE "  NO CHAINED RECORDS" TO TEMP-REPORT-LINE
           END-IF.
           MOVE TEMP-REPORT-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

           IF WS-BREAK-COUNT = ZEROS
               GO TO END-TRAIL-PARA-EXIT
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  FIRST BREAK IN " WS-BREAK-SOURCE
                  " AT RECORD " WS-BREAK-RECNO
                  " STORED " WS-BREAK-STORED
                  " EXPECTED " WS-BREAK-COMPUTED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "    " WS-BREAK-KEY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

       END-TRAIL-PARA-EXIT.
           EXIT.
