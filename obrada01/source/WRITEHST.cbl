      *               WRITELOG.cbl - svaki poziv sam otvara/zatvara    *
      *               datoteku (OPEN EXTEND) kako bi CMPROC i CMAPPLY  *
      *               mogli dijeliti isti trag promjena.               *
      *               Svaki zapis dobiva ulancani hash (CHNHASH) nad   *
      *               hashom zadnjeg zapisa u CHHSTFL-u i svojim       *
      *               sadrzajem - trag se ne moze tiho mijenjati.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEHST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMPION-HISTORY-FILE ASSIGN TO CHHSTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMPION-HISTORY-FILE RECORDING MODE F.
       01 CHAMPION-HISTORY-FILE-RECORD.
           05 CHF-CONTENT           PIC X(167).
           05 FILLER                PIC X.
           05 CHF-CHAIN-HASH        PIC X(16).

       WORKING-STORAGE SECTION.
      * Hash zadnjeg zapisa u CHHSTFL-u - nastavak lanca. Trazi se
      * citanjem CHHSTFL-a samo pri prvom pozivu u pokretanju, a
      * poslije svakog upisa prati se ovdje (potprogram zadrzava
      * stanje izmedju poziva, kao WRITELOG).
       01 WS-LAST-HASH    PIC X(16) VALUE SPACES.
       01 WS-FIRST-CALL   PIC X VALUE 'Y'.
           88 FIRST-CALL     VALUE 'Y'.
       01 WS-HIST-STATUS  PIC XX.
           88 HIST-OK        VALUE "00".
       01 WS-EOF-FLAG     PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
           COPY CHNREQ.

       LINKAGE SECTION.
           COPY CHHIST.

       PROCEDURE DIVISION USING CHAMPION-HISTORY-RECORD.
       0000-MAIN-PARA.
           IF FIRST-CALL
               PERFORM 1000-FIND-LAST-HASH-PARA
                   THRU 1000-FIND-LAST-HASH-PARA-EXIT
               MOVE 'N' TO WS-FIRST-CALL
           END-IF.

           OPEN EXTEND CHAMPION-HISTORY-FILE.
           MOVE CHAMPION-HISTORY-RECORD TO CHAMPION-HISTORY-FILE-RECORD.
           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-LAST-HASH TO CHN-PREV-HASH.
           MOVE LENGTH OF CHF-CONTENT TO CHN-DATA-LEN.
           MOVE CHF-CONTENT TO CHN-DATA.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.
           MOVE CHN-NEW-HASH TO CHF-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO CHH-CHAIN-HASH.
           WRITE CHAMPION-HISTORY-FILE-RECORD.
           IF HIST-OK
               MOVE CHN-NEW-HASH TO WS-LAST-HASH
           END-IF.
           CLOSE CHAMPION-HISTORY-FILE.
           GOBACK.

      * Cita CHHSTFL do kraja i pamti hash zadnjeg zapisa.
       1000-FIND-LAST-HASH-PARA.
           MOVE SPACES TO WS-LAST-HASH.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CHAMPION-HISTORY-FILE.

           READ CHAMPION-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               MOVE CHF-CHAIN-HASH TO WS-LAST-HASH
               READ CHAMPION-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CHAMPION-HISTORY-FILE.

       1000-FIND-LAST-HASH-PARA-EXIT.
           EXIT.
