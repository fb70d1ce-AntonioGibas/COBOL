      *               WRITELOG poziv samo dopisuje, a ENTRY WRITELGT   *
      *               je na kraju programa zatvara - tisuce open/close *
      *               ciklusa po runu vise nisu potrebne.              *
      *               Svaki zapis dobiva ulancani hash (CHNHASH) nad   *
      *               hashom zadnjeg zapisa u AUDITFL-u i svojim       *
      *               sadrzajem; zadnji hash se cita s kraja datoteke  *
      *               prije dopisivanja (u sesiji jednom, pri          *
      *               otvaranju).                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITELOG.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE RECORDING MODE F.
       01 AUDIT-LOG-FILE-RECORD.
           05 ALF-CONTENT           PIC X(88).
           05 FILLER                PIC X.
           05 ALF-CHAIN-HASH        PIC X(16).

       WORKING-STORAGE SECTION.
      * Sesijski nacin rada - dok je sesija otvorena, pozivi samo
       01 WS-SESSION-FLAG PIC X VALUE 'N'.
           88 LOG-SESSION-OPEN VALUE 'Y'.

      * Hash zadnjeg zapisa u AUDITFL-u - nastavak lanca.
       01 WS-LAST-HASH    PIC X(16) VALUE SPACES.
       01 WS-EOF-FLAG     PIC X VALUE 'N'.
           88 END-OF-LOG   VALUE 'Y'.
           COPY CHNREQ.

       LINKAGE SECTION.
           COPY AUDITLOG.

       PROCEDURE DIVISION USING AUDIT-LOG-RECORD.
       0000-MAIN-PARA.
           IF NOT LOG-SESSION-OPEN
               PERFORM 3000-FIND-LAST-HASH-PARA
                   THRU 3000-FIND-LAST-HASH-PARA-EXIT
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE AUDIT-LOG-RECORD TO AUDIT-LOG-FILE-RECORD.
           MOVE SPACES TO CHAIN-HASH-REQUEST.
           MOVE WS-LAST-HASH TO CHN-PREV-HASH.
           MOVE LENGTH OF ALF-CONTENT TO CHN-DATA-LEN.
           MOVE ALF-CONTENT TO CHN-DATA.
           CALL "CHNHASH" USING CHAIN-HASH-REQUEST.
           MOVE CHN-NEW-HASH TO ALF-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO ALOG-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO WS-LAST-HASH.
           WRITE AUDIT-LOG-FILE-RECORD.
           IF NOT LOG-SESSION-OPEN
               CLOSE AUDIT-LOG-FILE
       1000-OPEN-SESSION-PARA.
       ENTRY "WRITELGI".
           IF NOT LOG-SESSION-OPEN
               PERFORM 3000-FIND-LAST-HASH-PARA
                   THRU 3000-FIND-LAST-HASH-PARA-EXIT
               OPEN EXTEND AUDIT-LOG-FILE
               MOVE 'Y' TO WS-SESSION-FLAG
           END-IF.
               MOVE 'N' TO WS-SESSION-FLAG
           END-IF.
           GOBACK.

      * Cita AUDITFL do kraja i pamti hash zadnjeg zapisa - nakon
      * LOGHSKP ciscenja zadnji zapis uvijek ostaje u zivoj datoteci
      * pa se lanac nastavlja i preko granice s arhivom.
       3000-FIND-LAST-HASH-PARA.
           MOVE SPACES TO WS-LAST-HASH.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-LOG-FILE.

           READ AUDIT-LOG-FILE
               AT END SET END-OF-LOG TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LOG
               MOVE ALF-CHAIN-HASH TO WS-LAST-HASH
               READ AUDIT-LOG-FILE
                   AT END SET END-OF-LOG TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

       3000-FIND-LAST-HASH-PARA-EXIT.
           EXIT.
