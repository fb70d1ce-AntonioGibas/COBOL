      *              datiranja logova) tretira se kao istekao i        *
      *              arhivira. Izvjestaj broji preseljeno i zadrzano   *
      *              po datoteci.                                      *
      *              AUDITFL je ulancan hashom (CHNHASH), pa se iz     *
      *              njega arhivira samo pocetni niz isteklih zapisa - *
      *              od prvog zadrzanog dalje sve ostaje zivo - a      *
      *              zadnji zapis ostaje zivo uvijek, da se lanac      *
      *              bez prekida nastavlja iz AUDARC u AUDITFL.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGHSKP.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE RECORDING MODE F.
       01 AUDIT-LOG-FILE-RECORD PIC X(105).
       FD AUDIT-NEW-FILE RECORDING MODE F.
       01 AUDIT-NEW-RECORD PIC X(105).
       FD AUDIT-ARCHIVE RECORDING MODE F.
       01 AUDIT-ARCHIVE-RECORD PIC X(105).

       FD EXCEPTION-LOG-FILE RECORDING MODE F.
       01 EXCEPTION-LOG-FILE-RECORD PIC X(125).
       01 WS-KEEP-FLAG      PIC X.
           88 KEEP-RECORD    VALUE 'Y'.

      * Zapis AUDITFL-a koji ceka odluku dok se ne procita sljedeci
      * (zadnji zapis se uvijek zadrzava) i hash zadnjeg arhiviranog.
       01 WS-AUDIT-HELD     PIC X(105).
       01 WS-HAVE-HELD      PIC X VALUE 'N'.
           88 HAVE-HELD-AUDIT VALUE 'Y'.
       01 WS-AUDIT-KEEPING  PIC X VALUE 'N'.
           88 KEEPING-AUDIT  VALUE 'Y'.
       01 WS-ARCHIVED-HASH  PIC X(16) VALUE SPACES.

       01 KEPT-AUDIT        PIC 9(6) VALUE ZEROS.
       01 MOVED-AUDIT       PIC 9(6) VALUE ZEROS.
       01 KEPT-EXC          PIC 9(6) VALUE ZEROS.
           READ AUDIT-LOG-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ.
           IF NOT END-OF-INPUT
               MOVE AUDIT-LOG-FILE-RECORD TO WS-AUDIT-HELD
               SET HAVE-HELD-AUDIT TO TRUE
               READ AUDIT-LOG-FILE
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-IF.

      * Zadrzani zapis: END-OF-INPUT znaci da je zapis na cekanju
      * zadnji u datoteci.
           PERFORM UNTIL NOT HAVE-HELD-AUDIT
               IF NOT KEEPING-AUDIT
                   MOVE WS-AUDIT-HELD(1:8) TO WS-RECORD-DATE
                   PERFORM CLASSIFY-RECORD-PARA
                           THRU CLASSIFY-RECORD-PARA-EXIT
                   IF KEEP-RECORD OR END-OF-INPUT
                       SET KEEPING-AUDIT TO TRUE
                   END-IF
               END-IF
               IF KEEPING-AUDIT
                   ADD 1 TO KEPT-AUDIT
                   MOVE WS-AUDIT-HELD TO AUDIT-NEW-RECORD
                   WRITE AUDIT-NEW-RECORD
               ELSE
                   ADD 1 TO MOVED-AUDIT
                   MOVE WS-AUDIT-HELD TO AUDIT-ARCHIVE-RECORD
                   WRITE AUDIT-ARCHIVE-RECORD
                   MOVE WS-AUDIT-HELD(90:16) TO WS-ARCHIVED-HASH
               END-IF
               IF END-OF-INPUT
                   MOVE 'N' TO WS-HAVE-HELD
               ELSE
                   MOVE AUDIT-LOG-FILE-RECORD TO WS-AUDIT-HELD
                   READ AUDIT-LOG-FILE
                       AT END SET END-OF-INPUT TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.
           MOVE TEMP-REPORT-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.

           IF MOVED-AUDIT > 0
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "          CHAIN CONTINUES FROM ARCHIVED HASH "
                      WS-ARCHIVED-HASH
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO HOUSEKEEPING-REPORT-LINE
               WRITE HOUSEKEEPING-REPORT-LINE
           END-IF.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "EXCPTFL - KEPT: " KEPT-EXC
                  "  ARCHIVED: " MOVED-EXC
