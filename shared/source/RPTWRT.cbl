      ******************************************************************
      *    RPTWRT - Zajednicki report-writer servis (vidi              *
      *             shared/copylib/RPTCTL). Odrzava izvjestajnu        *
      *             datoteku RPTFL s naslovom i zaglavljima stupaca    *
      *             koja se ponavljaju po stranici, brojanjem redaka i *
      *             prijelomom stranica, recima kontrolnih prijeloma i *
      *             zavrsnim zbrojem - RPTFMT formatira jedan redak, a *
      *             sve vece je dosad svaki program rucno slagao       *
      *             DISPLAY recima u SYSOUT-u. Sekcije (SECT) pocinju  *
      *             na novoj stranici i biljeze se u indeks RPTSIX, po *
      *             kojem shared/source/RPTDST izvjestaj dijeli i      *
      *             distribuira primateljima.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTWRT.
           SELECT REPORT-FILE ASSIGN TO RPTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Indeks sekcija - otvara se tek na prvi SECT zahtjev, pa ga
      * izvjestaji bez sekcija ne trebaju u JCL-u.
           SELECT SECTION-INDEX ASSIGN TO RPTSIX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE RECORDING MODE F.
       01 REPORT-FILE-LINE PIC X(132).

       FD SECTION-INDEX RECORDING MODE F.
       01 SECTION-INDEX-LINE PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-FLAG     PIC X VALUE 'N'.
           88 REPORT-IS-OPEN VALUE 'Y'.

       01 WS-PAGE-EDIT     PIC ZZZ9.

       01 SIX-STATUS       PIC XX.
       01 WS-INDEX-FLAG    PIC X VALUE 'N'.
           88 INDEX-IS-OPEN    VALUE 'Y'.
           88 INDEX-NOT-OPENED VALUE 'N'.
           88 INDEX-UNAVAILABLE VALUE 'X'.

      * Redni broj zadnjeg zapisanog retka RPTFL-a i prvi redak
      * tekuce stranice - pocetak sekcije u indeksu.
       01 WS-LINE-NUMBER   PIC 9(7) VALUE ZEROS.
       01 WS-PAGE-FIRST-LINE PIC 9(7) VALUE ZEROS.

           COPY RPTSIX.
       01 TEMP-REPORT-LINE PIC X(132).

       LINKAGE SECTION.
                   PERFORM 4000-TOTAL-PARA THRU 4000-TOTAL-PARA-EXIT
               WHEN RW-DO-CLOSE
                   PERFORM 5000-CLOSE-PARA THRU 5000-CLOSE-PARA-EXIT
               WHEN RW-DO-SECTION
                   PERFORM 6000-SECTION-PARA THRU 6000-SECTION-PARA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'Y' TO WS-OPEN-FLAG.
           MOVE ZEROS TO RW-PAGE-NUMBER.
           MOVE ZEROS TO WS-LINE-NUMBER.
           IF RW-LINES-PER-PAGE = 0
               MOVE 50 TO RW-LINES-PER-PAGE
           END-IF.
       1100-NEW-PAGE-PARA.
           ADD 1 TO RW-PAGE-NUMBER.
           MOVE RW-PAGE-NUMBER TO WS-PAGE-EDIT.
           COMPUTE WS-PAGE-FIRST-LINE = WS-LINE-NUMBER + 1.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING RW-TITLE " PAGE " WS-PAGE-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO REPORT-FILE-LINE.
           WRITE REPORT-FILE-LINE.
           ADD 1 TO WS-LINE-NUMBER.

           IF RW-COLUMN-HEADING NOT = SPACES
               MOVE RW-COLUMN-HEADING TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               ADD 1 TO WS-LINE-NUMBER
           END-IF.

           MOVE SPACES TO REPORT-FILE-LINE.
           WRITE REPORT-FILE-LINE.
           ADD 1 TO WS-LINE-NUMBER.

           MOVE 3 TO RW-LINE-COUNT.


           MOVE RW-LINE TO REPORT-FILE-LINE.
           WRITE REPORT-FILE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           ADD 1 TO RW-LINE-COUNT.

       2000-LINE-PARA-EXIT.
           IF REPORT-IS-OPEN
               MOVE SPACES TO REPORT-FILE-LINE
               WRITE REPORT-FILE-LINE
               ADD 1 TO WS-LINE-NUMBER
               ADD 1 TO RW-LINE-COUNT
           END-IF.

           WRITE REPORT-FILE-LINE.
           MOVE RW-LINE TO REPORT-FILE-LINE.
           WRITE REPORT-FILE-LINE.
           ADD 2 TO WS-LINE-NUMBER.
           ADD 2 TO RW-LINE-COUNT.

       4000-TOTAL-PARA-EXIT.
               MOVE 'N' TO WS-OPEN-FLAG
           END-IF.

           IF INDEX-IS-OPEN
               CLOSE SECTION-INDEX
               MOVE 'N' TO WS-INDEX-FLAG
           END-IF.

       5000-CLOSE-PARA-EXIT.
           EXIT.

      * Pocetak sekcije - sekcija uvijek pocinje na novoj stranici
      * (osim ako na tekucoj jos nema redaka), da svaki primatelj
      * dobije cijele stranice sa zaglavljem. Bez RPTSIX-a u JCL-u
      * izvjestaj se pise normalno, samo bez indeksa.
       6000-SECTION-PARA.
           IF NOT REPORT-IS-OPEN
               GO TO 6000-SECTION-PARA-EXIT
           END-IF.

           IF RW-LINE-COUNT > 3
               PERFORM 1100-NEW-PAGE-PARA THRU 1100-NEW-PAGE-PARA-EXIT
           END-IF.

           IF INDEX-NOT-OPENED
               OPEN OUTPUT SECTION-INDEX
               IF SIX-STATUS = "00"
                   MOVE 'Y' TO WS-INDEX-FLAG
               ELSE
                   MOVE 'X' TO WS-INDEX-FLAG
                   DISPLAY "RPTWRT: RPTSIX NOT AVAILABLE (" SIX-STATUS
                           ") - SECTIONS NOT INDEXED"
               END-IF
           END-IF.

           IF INDEX-IS-OPEN
               MOVE SPACES TO REPORT-SECTION-INDEX
               MOVE RW-REPORT-ID       TO RSX-REPORT-ID
               MOVE RW-SECTION-KEY     TO RSX-SECTION-KEY
               MOVE WS-PAGE-FIRST-LINE TO RSX-FIRST-LINE
               MOVE RW-PAGE-NUMBER     TO RSX-FIRST-PAGE
               MOVE REPORT-SECTION-INDEX TO SECTION-INDEX-LINE
               WRITE SECTION-INDEX-LINE
           END-IF.

       6000-SECTION-PARA-EXIT.
           EXIT.
