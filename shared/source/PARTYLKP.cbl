      ******************************************************************
      *    PARTYLKP - Servis indeksa osoba (vidi                       *
      *               shared/copylib/PARTYREQ). Indeks PTYIDX koji     *
      *               gradi shared/source/PARTYBLD se jednom po        *
      *               pokretanju ucita u radnu tablicu; zahtjev P      *
      *               vraca sve uloge osobe s brojem PLQ-PARTY-ID, a   *
      *               zahtjev S (N) najprije nalazi ulogu po izvornom  *
      *               masteru i kljucu (imenu) pa vraca broj osobe i   *
      *               sve njezine uloge - program koji zna samo svog   *
      *               clana, kupca ili vlasnika tako vidi istu osobu u *
      *               knjiznici, banci, registru pasa i imovini.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYLKP.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTY-INDEX-FILE ASSIGN TO PTYIDX
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARTY-INDEX-FILE RECORDING MODE F.
       01 PARTY-INDEX-FILE-RECORD PIC X(174).

       WORKING-STORAGE SECTION.
           COPY PARTYIDX.

      * Indeks se ucitava na prvom pozivu i ostaje u radnoj tablici
      * do kraja pokretanja (potprogram zadrzava stanje izmedju
      * poziva).
       01 WS-INDEX-LOADED   PIC X VALUE 'N'.
           88 INDEX-LOADED   VALUE 'Y'.
       01 WS-INDEX-EOF      PIC X VALUE 'N'.
           88 END-OF-INDEX   VALUE 'Y'.

       01 WS-MAX-ENTRIES    PIC 9(5) VALUE 10000.
       01 WS-ENTRY-COUNT    PIC 9(5) VALUE 0.
       01 INDEX-TABLE.
           02 INDEX-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-ENTRY-COUNT
                           INDEXED BY IT-IDX.
              03 IT-PARTY-ID     PIC 9(8).
              03 IT-SYSTEM       PIC X(8).
              03 IT-SOURCE       PIC X(8).
              03 IT-SOURCE-KEY   PIC X(30).
              03 IT-NAME         PIC X(50).
              03 IT-CONTACT      PIC X(50).

       LINKAGE SECTION.
           COPY PARTYREQ.

       PROCEDURE DIVISION USING PARTY-LOOKUP-REQUEST.
       0000-MAIN-PARA.
           IF NOT INDEX-LOADED
               PERFORM 1000-LOAD-INDEX-PARA
                   THRU 1000-LOAD-INDEX-PARA-EXIT
           END-IF.

           SET PLQ-NOT-FOUND TO TRUE.
           MOVE 0 TO PLQ-ROLE-COUNT.
           PERFORM VARYING PLQ-IDX FROM 1 BY 1 UNTIL PLQ-IDX > 20
               MOVE SPACES TO PLQ-ROLE(PLQ-IDX)
           END-PERFORM.

           EVALUATE TRUE
               WHEN PLQ-BY-SOURCE
               WHEN PLQ-BY-NAME
                   PERFORM 2000-FIND-SOURCE-PARA
                       THRU 2000-FIND-SOURCE-PARA-EXIT
               WHEN PLQ-BY-PARTY
                   CONTINUE
               WHEN OTHER
                   GOBACK
           END-EVALUATE.

           IF PLQ-PARTY-ID IS NUMERIC AND PLQ-PARTY-ID > 0
               PERFORM 3000-COLLECT-ROLES-PARA
                   THRU 3000-COLLECT-ROLES-PARA-EXIT
           END-IF.

           GOBACK.

       1000-LOAD-INDEX-PARA.
           OPEN INPUT PARTY-INDEX-FILE.

           READ PARTY-INDEX-FILE INTO PARTY-INDEX-RECORD
               AT END SET END-OF-INDEX TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INDEX
               IF PTY-PARTY-ID IS NUMERIC AND PTY-PARTY-ID > 0
                   IF WS-ENTRY-COUNT NOT LESS THAN WS-MAX-ENTRIES
                       DISPLAY "PARTYLKP: PARTY INDEX TABLE FULL AT "
                               WS-MAX-ENTRIES " - REST NOT LOADED"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE PTY-PARTY-ID   TO IT-PARTY-ID(WS-ENTRY-COUNT)
                   MOVE PTY-SYSTEM     TO IT-SYSTEM(WS-ENTRY-COUNT)
                   MOVE PTY-SOURCE     TO IT-SOURCE(WS-ENTRY-COUNT)
                   MOVE PTY-SOURCE-KEY
                       TO IT-SOURCE-KEY(WS-ENTRY-COUNT)
                   MOVE PTY-NAME       TO IT-NAME(WS-ENTRY-COUNT)
                   MOVE PTY-CONTACT    TO IT-CONTACT(WS-ENTRY-COUNT)
               END-IF
               READ PARTY-INDEX-FILE INTO PARTY-INDEX-RECORD
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PARTY-INDEX-FILE.
           MOVE 'Y' TO WS-INDEX-LOADED.

       1000-LOAD-INDEX-PARA-EXIT.
           EXIT.

      * Uloga po izvornom masteru i kljucu (S) ili imenu (N) - njezin
      * broj osobe ide u PLQ-PARTY-ID; nepoznata uloga ga nulira.
       2000-FIND-SOURCE-PARA.
           MOVE ZEROS TO PLQ-PARTY-ID.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-ENTRY-COUNT
               IF IT-SOURCE(IT-IDX) = PLQ-SOURCE
                   IF (PLQ-BY-SOURCE
                           AND IT-SOURCE-KEY(IT-IDX) = PLQ-SOURCE-KEY)
                       OR (PLQ-BY-NAME
                           AND IT-NAME(IT-IDX) = PLQ-NAME)
                       MOVE IT-PARTY-ID(IT-IDX) TO PLQ-PARTY-ID
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       2000-FIND-SOURCE-PARA-EXIT.
           EXIT.

      * Sve uloge osobe PLQ-PARTY-ID (najvise 20).
       3000-COLLECT-ROLES-PARA.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-ENTRY-COUNT
                      OR PLQ-ROLE-COUNT NOT LESS THAN 20
               IF IT-PARTY-ID(IT-IDX) = PLQ-PARTY-ID
                   ADD 1 TO PLQ-ROLE-COUNT
                   SET PLQ-IDX TO PLQ-ROLE-COUNT
                   MOVE IT-SYSTEM(IT-IDX) TO PLQ-ROLE-SYSTEM(PLQ-IDX)
                   MOVE IT-SOURCE(IT-IDX) TO PLQ-ROLE-SOURCE(PLQ-IDX)
                   MOVE IT-SOURCE-KEY(IT-IDX)
                       TO PLQ-ROLE-KEY(PLQ-IDX)
                   MOVE IT-NAME(IT-IDX)   TO PLQ-ROLE-NAME(PLQ-IDX)
                   MOVE IT-CONTACT(IT-IDX)
                       TO PLQ-ROLE-CONTACT(PLQ-IDX)
               END-IF
           END-PERFORM.

           IF PLQ-ROLE-COUNT > 0
               SET PLQ-FOUND TO TRUE
           END-IF.

       3000-COLLECT-ROLES-PARA-EXIT.
           EXIT.
