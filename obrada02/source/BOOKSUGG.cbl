       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKSUGG.

      ******************************************************************
      * BOOKSUGG - Mjesecni prijedlozi nabave iz stvarne potraznje.    *
      *            Po naslovu iz BOOK-VSAM mastera broji rezervacije   *
      *            koje cekaju primjerak (HOLD-VSAM, HLD-WAITING),     *
      *            zive primjerke (COPY-VSAM: A, P i H) i posudbe u    *
      *            zadnjih WINDOW= dana iz trajne povijesti (CIRHST,   *
      *            vidi CIRCHST). Naslov kojem broj rezervacija po     *
      *            zivom primjerku prelazi prag RATIO= se oznacava i   *
      *            dobiva prijedlog kolicine: dovoljno primjeraka da   *
      *            na svaki dodje najvise TARGET= rezervacija, jedan   *
      *            vise ako je posudba po primjerku mjesecno barem     *
      *            TURNS=, umanjeno za vec otvorene narudzbe dokupa iz *
      *            ORDFL i ograniceno na MAXQTY=. Prijedlozi se pisu   *
      *            u SUGOUT u ORDFL rasporedu (vidi ORDREC) - odobreni *
      *            prijedlog s upisanim fondom i cijenom ide kroz      *
      *            BOOKORD u ORDFL i BOOKACQ ga sparuje s isporukom.   *
      *            Obrazlozenje ide u SUGRPT.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-VSAM ASSIGN TO OUTFL1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BD-BOOK-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT COPY-VSAM ASSIGN TO COPYVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY
                  FILE STATUS IS COPY-STATUS.

           SELECT HOLD-VSAM ASSIGN TO HOLDVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS HOLD-STATUS.

           SELECT OPTIONAL CIRC-HISTORY ASSIGN TO CIRHST
                  ORGANIZATION IS SEQUENTIAL.

      * Otvorene narudzbe - dokup koji je vec narucen se ne predlaze
      * ponovno.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO ORDFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SUGGESTION-FILE ASSIGN TO SUGOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SUGGESTION-REPORT ASSIGN TO SUGRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-VSAM.
           COPY BOOKDET.

       FD COPY-VSAM.
           COPY BOOKCOPY.

       FD HOLD-VSAM.
           COPY HOLDREC.

       FD CIRC-HISTORY.
           COPY CIRCHST.

       FD ORDER-FILE.
           COPY ORDREC.

       FD SUGGESTION-FILE RECORDING MODE F.
       01 SUGGESTION-RECORD PIC X(59).

       FD SUGGESTION-REPORT.
       01 SUGGESTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 COPY-STATUS     PIC XX.
           88 COPY-OK      VALUE "00".
       01 HOLD-STATUS     PIC XX.
           88 HOLD-OK      VALUE "00".

       01 WS-BOOK-EOF      PIC X VALUE 'N'.
           88 END-OF-BOOKS  VALUE 'Y'.
       01 WS-COPY-EOF      PIC X VALUE 'N'.
           88 END-OF-COPIES VALUE 'Y'.
       01 WS-HOLD-EOF      PIC X VALUE 'N'.
           88 END-OF-HOLDS  VALUE 'Y'.
       01 WS-HIST-EOF      PIC X VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-ORD-EOF       PIC X VALUE 'N'.
           88 END-OF-ORDERS VALUE 'Y'.

       01 TITLES-EXAMINED  PIC 9(5) VALUE ZEROS.
       01 TITLES-FLAGGED   PIC 9(5) VALUE ZEROS.
       01 ORDERS-PROPOSED  PIC 9(5) VALUE ZEROS.
       01 COPIES-PROPOSED  PIC 9(7) VALUE ZEROS.
       01 HISTORY-READ     PIC 9(7) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Potraznja po naslovu - tablica se puni browse-om BOOK-VSAM
      * mastera redom kljuca, pa je uzlazna po BD-BOOK-ID-u.
       01 WS-MAX-TITLES    PIC 9(5) VALUE 5000.
       01 WS-TITLE-COUNT   PIC 9(5) VALUE 0.
       01 TITLE-TABLE.
           02 TITLE-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-TITLE-COUNT
                           INDEXED BY TS-IDX.
              03 TS-BOOK-ID    PIC 9(5).
              03 TS-TITLE      PIC X(50).
              03 TS-LIVE       PIC 9(3).
              03 TS-HOLDS      PIC 9(3).
              03 TS-CHECKOUTS  PIC 9(5).
              03 TS-ON-ORDER   PIC 9(3).

       01 WS-LOOKUP-ID     PIC 9(5) VALUE ZEROS.
       01 WS-TITLE-SUB     PIC 9(5) VALUE ZEROS.

      * Pragovi i ogranicenja - PARM RATIO=, TARGET=, TURNS=,
      * WINDOW=, MAXQTY=.
       01 WS-RATIO-LIMIT   PIC 9(3)V99 VALUE 2.00.
       01 WS-TARGET-RATIO  PIC 9(3)V99 VALUE 1.00.
       01 WS-TURNS-LIMIT   PIC 9(3)V99 VALUE 2.00.
       01 WS-WINDOW-DAYS   PIC 9(3) VALUE 90.
       01 WS-MAX-QTY       PIC 9(2) VALUE 10.

      * Izracun za jedan naslov.
       01 WS-RATIO         PIC 9(5)V99 VALUE ZEROS.
       01 WS-VELOCITY      PIC 9(5)V99 VALUE ZEROS.
       01 WS-NEEDED        PIC 9(5) VALUE ZEROS.
       01 WS-PROPOSE       PIC S9(5) VALUE ZEROS.
       01 WS-COPY-BASE     PIC 9(3) VALUE ZEROS.
       01 WS-FLAG-TITLE    PIC X VALUE 'N'.
           88 TITLE-FLAGGED VALUE 'Y'.
       01 WS-NOTE          PIC X(24) VALUE SPACES.

       01 WS-RATIO-EDIT    PIC ZZZZ9.99.
       01 WS-RATIO-TEXT    PIC X(8) VALUE SPACES.
       01 WS-VELOCITY-EDIT PIC ZZZZ9.99.
       01 WS-PROPOSE-EDIT  PIC Z9.

      * Danasnji datum i pocetak prozora posudbi.
       01 WS-TODAY-DATE-NUM PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INTEGER  PIC S9(9) COMP.
       01 WS-FROM-INTEGER   PIC S9(9) COMP.
       01 WS-FROM-DATE-NUM  PIC 9(8) VALUE ZEROS.

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
      * PARSE-PARMD-PARA.
       01  WS-PARMD                      PIC X(255).
       01  WS-PARM-LEN                   PIC 9(3).

       01  WS-MAX-KEYWORDS               PIC 9(4) VALUE 10.
       01  WS-KW-COUNT                   PIC 9(4) VALUE 0.
       01  KEYWORD-TABLE.
           02 KEYWORD-ENTRY OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-KW-COUNT
                             INDEXED BY KW-IDX.
              03 KW-NAME        PIC X(30).
              03 KW-VALUE       PIC X(30).
              03 KW-VALID       PIC X VALUE 'Y'.
                 88 KW-IS-VALID VALUE 'Y'.

       01  WS-PAIR-START                 PIC 9(3).
       01  WS-PAIR-END                   PIC 9(3).
       01  WS-PAIR-LEN                   PIC 9(3).
       01  WS-EQ-POS                     PIC 9(3).
       01  WS-PAIR                       PIC X(61).

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-OPTIONS-PARA
                       THRU APPLY-PARM-OPTIONS-PARA-EXIT
           END-IF.

           IF WS-WINDOW-DAYS = 0
               MOVE 90 TO WS-WINDOW-DAYS
           END-IF.
           IF WS-TARGET-RATIO = 0
               MOVE 1 TO WS-TARGET-RATIO
           END-IF.
           COMPUTE WS-FROM-INTEGER = WS-TODAY-INTEGER - WS-WINDOW-DAYS.
           COMPUTE WS-FROM-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER).

           OPEN INPUT BOOK-VSAM.
           OPEN INPUT COPY-VSAM.
           OPEN INPUT HOLD-VSAM.
           OPEN OUTPUT SUGGESTION-FILE.
           OPEN OUTPUT SUGGESTION-REPORT.

           PERFORM LOAD-TITLES-PARA THRU LOAD-TITLES-PARA-EXIT.
           PERFORM COUNT-COPIES-PARA THRU COUNT-COPIES-PARA-EXIT.
           PERFORM COUNT-HOLDS-PARA THRU COUNT-HOLDS-PARA-EXIT.
           PERFORM COUNT-CHECKOUTS-PARA
                   THRU COUNT-CHECKOUTS-PARA-EXIT.
           PERFORM LOAD-OPEN-ORDERS-PARA
                   THRU LOAD-OPEN-ORDERS-PARA-EXIT.

           MOVE "PURCHASE SUGGESTIONS FROM DEMAND"
               TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           MOVE WS-RATIO-LIMIT TO WS-RATIO-EDIT.
           STRING "CHECKOUTS SINCE " WS-FROM-DATE-NUM
                  "  HOLDS PER COPY OVER " WS-RATIO-EDIT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.
           MOVE SPACES TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.

           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > WS-TITLE-COUNT
               PERFORM EVALUATE-TITLE-PARA
                       THRU EVALUATE-TITLE-PARA-EXIT
           END-PERFORM.

           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE BOOK-VSAM.
           CLOSE COPY-VSAM.
           CLOSE HOLD-VSAM.
           CLOSE SUGGESTION-FILE.
           CLOSE SUGGESTION-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "RATIO=3,WINDOW=60", i puni KEYWORD-TABLE - vidi TASK5C.
       PARSE-PARMD-PARA.
           MOVE SPACES TO WS-PARMD.
           MOVE PARMD(1:PARML) TO WS-PARMD.
           MOVE PARML TO WS-PARM-LEN.

           MOVE 1 TO WS-PAIR-START.

           PERFORM UNTIL WS-PAIR-START > WS-PARM-LEN
                   OR WS-KW-COUNT >= WS-MAX-KEYWORDS

               MOVE WS-PAIR-START TO WS-PAIR-END
               PERFORM UNTIL WS-PAIR-END > WS-PARM-LEN
                       OR WS-PARMD(WS-PAIR-END:1) = ','
                   ADD 1 TO WS-PAIR-END
               END-PERFORM

               COMPUTE WS-PAIR-LEN = WS-PAIR-END - WS-PAIR-START
               IF WS-PAIR-LEN > 0
                   ADD 1 TO WS-KW-COUNT
                   MOVE SPACES TO WS-PAIR
                   MOVE WS-PARMD(WS-PAIR-START:WS-PAIR-LEN) TO WS-PAIR
                   PERFORM SPLIT-PAIR-PARA THRU SPLIT-PAIR-PARA-EXIT
               END-IF

               COMPUTE WS-PAIR-START = WS-PAIR-END + 1
           END-PERFORM.

       PARSE-PARMD-PARA-EXIT.
           EXIT.

      * Rastavlja jedan "kljuc=vrijednost" par na KW-NAME i KW-VALUE.
      * Par bez '=' se oznacava kao nevaljan (KW-VALID = 'N').
       SPLIT-PAIR-PARA.
           MOVE 0 TO WS-EQ-POS.
           INSPECT WS-PAIR TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='.

           IF WS-EQ-POS = 0 OR WS-EQ-POS >= LENGTH OF WS-PAIR - 1
               MOVE FUNCTION TRIM(WS-PAIR) TO KW-NAME(WS-KW-COUNT)
               MOVE SPACES TO KW-VALUE(WS-KW-COUNT)
               MOVE 'N' TO KW-VALID(WS-KW-COUNT)
           ELSE
               MOVE WS-PAIR(1:WS-EQ-POS) TO KW-NAME(WS-KW-COUNT)
               MOVE WS-PAIR(WS-EQ-POS + 2:) TO KW-VALUE(WS-KW-COUNT)
               MOVE 'Y' TO KW-VALID(WS-KW-COUNT)
           END-IF.

       SPLIT-PAIR-PARA-EXIT.
           EXIT.

      * Prenosi RATIO= (prag rezervacija po primjerku), TARGET=
      * (ciljni broj rezervacija po primjerku nakon dokupa), TURNS=
      * (posudbe po primjerku mjesecno za jedan primjerak vise),
      * WINDOW= (prozor posudbi u danima) i MAXQTY= iz KEYWORD-TABLE.
       APPLY-PARM-OPTIONS-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "RATIO"
                           COMPUTE WS-RATIO-LIMIT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "TARGET"
                           COMPUTE WS-TARGET-RATIO =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "TURNS"
                           COMPUTE WS-TURNS-LIMIT =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "WINDOW"
                           COMPUTE WS-WINDOW-DAYS =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                       WHEN "MAXQTY"
                           COMPUTE WS-MAX-QTY =
                                   FUNCTION NUMVAL(KW-VALUE(KW-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-OPTIONS-PARA-EXIT.
           EXIT.

      * Puni TITLE-TABLE naslovima s mastera, redom kljuca.
       LOAD-TITLES-PARA.
           READ BOOK-VSAM NEXT RECORD
               AT END SET END-OF-BOOKS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-BOOKS
               IF WS-TITLE-COUNT < WS-MAX-TITLES
                   ADD 1 TO WS-TITLE-COUNT
                   MOVE BD-BOOK-ID TO TS-BOOK-ID(WS-TITLE-COUNT)
                   MOVE BD-TITLE   TO TS-TITLE(WS-TITLE-COUNT)
                   MOVE ZEROS      TO TS-LIVE(WS-TITLE-COUNT)
                   MOVE ZEROS      TO TS-HOLDS(WS-TITLE-COUNT)
                   MOVE ZEROS      TO TS-CHECKOUTS(WS-TITLE-COUNT)
                   MOVE ZEROS      TO TS-ON-ORDER(WS-TITLE-COUNT)
               ELSE
                   DISPLAY "BOOKSUGG: TITLE TABLE FULL AT "
                           WS-MAX-TITLES
                   SET END-OF-BOOKS TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT END-OF-BOOKS
                   READ BOOK-VSAM NEXT RECORD
                       AT END SET END-OF-BOOKS TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           MOVE WS-TITLE-COUNT TO TITLES-EXAMINED.

       LOAD-TITLES-PARA-EXIT.
           EXIT.

      * Zivi primjerci po naslovu - na polici, posudjeni ili na
      * polici rezervacija; povuceni i nestali se ne broje.
       COUNT-COPIES-PARA.
           READ COPY-VSAM NEXT RECORD
               AT END SET END-OF-COPIES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-COPIES
               IF BC-AVAILABLE OR BC-ON-LOAN OR BC-ON-HOLD-SHELF
                   MOVE BC-BOOK-ID TO WS-LOOKUP-ID
                   PERFORM FIND-TITLE-PARA THRU FIND-TITLE-PARA-EXIT
                   IF WS-TITLE-SUB > 0
                       ADD 1 TO TS-LIVE(WS-TITLE-SUB)
                   END-IF
               END-IF
               READ COPY-VSAM NEXT RECORD
                   AT END SET END-OF-COPIES TO TRUE
               END-READ
           END-PERFORM.

       COUNT-COPIES-PARA-EXIT.
           EXIT.

      * Rezervacije koje jos cekaju primjerak - zahtjev koji vec ima
      * primjerak na polici rezervacija je potraznja koja je pokrivena.
       COUNT-HOLDS-PARA.
           READ HOLD-VSAM NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HOLDS
               IF HLD-WAITING
                   MOVE HLD-BOOK-ID TO WS-LOOKUP-ID
                   PERFORM FIND-TITLE-PARA THRU FIND-TITLE-PARA-EXIT
                   IF WS-TITLE-SUB > 0
                       ADD 1 TO TS-HOLDS(WS-TITLE-SUB)
                   END-IF
               END-IF
               READ HOLD-VSAM NEXT RECORD
                   AT END SET END-OF-HOLDS TO TRUE
               END-READ
           END-PERFORM.

       COUNT-HOLDS-PARA-EXIT.
           EXIT.

      * CHECKOUT akcije iz trajne povijesti unutar prozora.
       COUNT-CHECKOUTS-PARA.
           OPEN INPUT CIRC-HISTORY.

           READ CIRC-HISTORY
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY
               ADD 1 TO HISTORY-READ
               IF CHR-ACTION = "CHECKOUT"
                       AND CHR-RUN-DATE IS NUMERIC
                       AND CHR-RUN-DATE >= WS-FROM-DATE-NUM
                   MOVE CHR-BOOK-ID TO WS-LOOKUP-ID
                   PERFORM FIND-TITLE-PARA THRU FIND-TITLE-PARA-EXIT
                   IF WS-TITLE-SUB > 0
                       ADD 1 TO TS-CHECKOUTS(WS-TITLE-SUB)
                   END-IF
               END-IF
               READ CIRC-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CIRC-HISTORY.

       COUNT-CHECKOUTS-PARA-EXIT.
           EXIT.

      * Primjerci vec naruceni kao dokup (ORD-BOOK-ID) po naslovu.
       LOAD-OPEN-ORDERS-PARA.
           OPEN INPUT ORDER-FILE.

           READ ORDER-FILE
               AT END SET END-OF-ORDERS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ORDERS
               IF ORD-BOOK-ID IS NUMERIC AND ORD-BOOK-ID > 0
                       AND ORD-COPY-COUNT IS NUMERIC
                   MOVE ORD-BOOK-ID TO WS-LOOKUP-ID
                   PERFORM FIND-TITLE-PARA THRU FIND-TITLE-PARA-EXIT
                   IF WS-TITLE-SUB > 0
                       ADD ORD-COPY-COUNT TO TS-ON-ORDER(WS-TITLE-SUB)
                   END-IF
               END-IF
               READ ORDER-FILE
                   AT END SET END-OF-ORDERS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ORDER-FILE.

       LOAD-OPEN-ORDERS-PARA-EXIT.
           EXIT.

      * Trazi WS-LOOKUP-ID u TITLE-TABLE; tablica je uzlazna, pa se
      * trazenje prekida na prvom vecem kljucu. WS-TITLE-SUB = 0 ako
      * naslova nema.
       FIND-TITLE-PARA.
           MOVE 0 TO WS-TITLE-SUB.
           PERFORM VARYING WS-TITLE-SUB FROM 1 BY 1
                   UNTIL WS-TITLE-SUB > WS-TITLE-COUNT
               IF TS-BOOK-ID(WS-TITLE-SUB) >= WS-LOOKUP-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-TITLE-SUB > WS-TITLE-COUNT
               MOVE 0 TO WS-TITLE-SUB
           ELSE
               IF TS-BOOK-ID(WS-TITLE-SUB) NOT = WS-LOOKUP-ID
                   MOVE 0 TO WS-TITLE-SUB
               END-IF
           END-IF.

       FIND-TITLE-PARA-EXIT.
           EXIT.

      * Omjer rezervacija po zivom primjerku, brzina posudbe po
      * primjerku mjesecno i prijedlog kolicine za naslov TS-IDX.
       EVALUATE-TITLE-PARA.
           IF TS-HOLDS(TS-IDX) = 0
               GO TO EVALUATE-TITLE-PARA-EXIT
           END-IF.

           MOVE 'N' TO WS-FLAG-TITLE.
           MOVE TS-LIVE(TS-IDX) TO WS-COPY-BASE.
           IF WS-COPY-BASE = 0
               MOVE 1 TO WS-COPY-BASE
               SET TITLE-FLAGGED TO TRUE
           END-IF.
           COMPUTE WS-RATIO ROUNDED =
                   TS-HOLDS(TS-IDX) / WS-COPY-BASE.
           IF WS-RATIO > WS-RATIO-LIMIT
               SET TITLE-FLAGGED TO TRUE
           END-IF.

           IF NOT TITLE-FLAGGED
               GO TO EVALUATE-TITLE-PARA-EXIT
           END-IF.

           ADD 1 TO TITLES-FLAGGED.

           COMPUTE WS-VELOCITY ROUNDED =
                   (TS-CHECKOUTS(TS-IDX) * 30)
                   / (WS-WINDOW-DAYS * WS-COPY-BASE).

      * Dovoljno primjeraka da na svaki dodje najvise TARGET
      * rezervacija (zaokruzeno navise), minus postojeci.
           COMPUTE WS-NEEDED = TS-HOLDS(TS-IDX) / WS-TARGET-RATIO.
           IF WS-NEEDED * WS-TARGET-RATIO < TS-HOLDS(TS-IDX)
               ADD 1 TO WS-NEEDED
           END-IF.
           COMPUTE WS-PROPOSE = WS-NEEDED - TS-LIVE(TS-IDX).
           IF WS-VELOCITY >= WS-TURNS-LIMIT
               ADD 1 TO WS-PROPOSE
           END-IF.
           SUBTRACT TS-ON-ORDER(TS-IDX) FROM WS-PROPOSE.
           IF WS-PROPOSE > WS-MAX-QTY
               MOVE WS-MAX-QTY TO WS-PROPOSE
           END-IF.

           MOVE SPACES TO WS-NOTE.
           IF WS-PROPOSE > 0
               PERFORM WRITE-SUGGESTION-PARA
                       THRU WRITE-SUGGESTION-PARA-EXIT
               MOVE WS-PROPOSE TO WS-PROPOSE-EDIT
               STRING "PROPOSE " WS-PROPOSE-EDIT " COPIES"
                   DELIMITED BY SIZE INTO WS-NOTE
           ELSE
               MOVE "COVERED BY OPEN ORDERS" TO WS-NOTE
           END-IF.

           IF TS-LIVE(TS-IDX) = 0
               MOVE "NO COPY" TO WS-RATIO-TEXT
           ELSE
               MOVE WS-RATIO TO WS-RATIO-EDIT
               MOVE WS-RATIO-EDIT TO WS-RATIO-TEXT
           END-IF.
           MOVE WS-VELOCITY TO WS-VELOCITY-EDIT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "BOOK " TS-BOOK-ID(TS-IDX)
                  " " TS-TITLE(TS-IDX)(1:30)
                  " HOLDS " TS-HOLDS(TS-IDX)
                  " COPIES " TS-LIVE(TS-IDX)
                  " RATIO " WS-RATIO-TEXT
                  " CHECKOUTS " TS-CHECKOUTS(TS-IDX)
                  " PER COPY/MONTH " WS-VELOCITY-EDIT
                  " ON ORDER " TS-ON-ORDER(TS-IDX)
                  " - " WS-NOTE
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.

       EVALUATE-TITLE-PARA-EXIT.
           EXIT.

      * Kandidat narudzbe u ORDFL rasporedu - dokup bez ISBN-a, s
      * BD-BOOK-ID-om naslova.
       WRITE-SUGGESTION-PARA.
           MOVE SPACES TO ORDER-RECORD.
           MOVE SPACES TO ORD-ISBN.
           MOVE WS-PROPOSE TO ORD-COPY-COUNT.
           MOVE TS-BOOK-ID(TS-IDX) TO ORD-BOOK-ID.
           MOVE "SUGGEST" TO ORD-SOURCE.
           MOVE ORDER-RECORD TO SUGGESTION-RECORD.
           WRITE SUGGESTION-RECORD.

           ADD 1 TO ORDERS-PROPOSED.
           ADD WS-PROPOSE TO COPIES-PROPOSED.

       WRITE-SUGGESTION-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TITLES EXAMINED: " TITLES-EXAMINED
                  "  OVER THRESHOLD: " TITLES-FLAGGED
                  "  ORDERS PROPOSED: " ORDERS-PROPOSED
                  "  COPIES PROPOSED: " COPIES-PROPOSED
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "HISTORY RECORDS READ: " HISTORY-READ
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO SUGGESTION-REPORT-LINE.
           WRITE SUGGESTION-REPORT-LINE.

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
           MOVE "BOOKSUGG"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TITLES-EXAMINED TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
