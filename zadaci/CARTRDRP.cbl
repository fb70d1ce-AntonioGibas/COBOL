      ******************************************************************
      *    CARTRDRP - Mjesecna usporedba procjene vozila na zamjenu s  *
      *               kasnijom prodajom tog vozila. Iz SALEFL se       *
      *               najprije skupe ugovori s procjenom (SAL-         *
      *               VALUATION-NO, vidi CARVALU i CARSALE) - VIN      *
      *               vozila na zamjenu, broj procjene i priznata      *
      *               vrijednost - a procjene iz VALUFL-a se ucitaju u *
      *               tablicu. Zatim se za svaku prodaju u mjesecu     *
      *               (PARM MONTH=GGGGMM, default tekuci mjesec) ciji  *
      *               je VIN ranije preuzet na zamjenu ispisuje raspon *
      *               ponude, priznata vrijednost i ostvarena osnovica *
      *               preprodaje (SAL-NET-AMOUNT), a na kraju zbir po  *
      *               marki i starosti vozila s omjerom preprodaje i   *
      *               gornje granice ponude te priznate vrijednosti.   *
      *               Prodaja u drugoj valuti od procjene se ispisuje  *
      *               oznacena, ali ne ulazi u zbirove.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTRDRP.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALE-CONTRACT-FILE ASSIGN TO SALEFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL VALUATION-FILE ASSIGN TO VALUFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TRADEIN-REPORT ASSIGN TO TRDRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALE-CONTRACT-FILE.
           COPY SALEREC.

       FD VALUATION-FILE.
           COPY VALREC.

       FD TRADEIN-REPORT.
       01 TRADEIN-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-SALE-EOF      PIC X VALUE 'N'.
           88 END-OF-SALES  VALUE 'Y'.
       01 WS-VAL-EOF       PIC X VALUE 'N'.
           88 END-OF-VALUATIONS VALUE 'Y'.

       01 TOTAL-SALES      PIC 9(5) VALUE ZEROS.
       01 RESALE-COUNT     PIC 9(5) VALUE ZEROS.
       01 MISMATCH-COUNT   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(132).

      * Obracunski mjesec (MONTH=).
       01 WS-MONTH         PIC 9(6) VALUE ZEROS.

      * Vozila preuzeta na zamjenu uz procjenu (iz SALEFL-a).
       01 WS-MAX-TRADEINS  PIC 9(4) VALUE 2000.
       01 WS-TRADEIN-COUNT PIC 9(4) VALUE 0.
       01 TRADEIN-TABLE.
           02 TRADEIN-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WS-TRADEIN-COUNT
                             INDEXED BY TRD-IDX.
              03 TI-VIN         PIC X(17).
              03 TI-CONTRACT-NO PIC 9(6).
              03 TI-VALUATION-NO PIC 9(6).
              03 TI-CREDIT      PIC 9(7)V99.

      * Procjene iz VALUFL-a.
       01 WS-MAX-VALUATIONS PIC 9(4) VALUE 2000.
       01 WS-VALUATION-COUNT PIC 9(4) VALUE 0.
       01 VALUATION-TABLE.
           02 VALUATION-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-VALUATION-COUNT
                               INDEXED BY VAL-IDX.
              03 VT-REF-NO      PIC 9(6).
              03 VT-BRAND       PIC X(50).
              03 VT-AGE         PIC 9(2).
              03 VT-CURRENCY    PIC X(3).
              03 VT-OFFER-LOW   PIC 9(7)V99.
              03 VT-OFFER-HIGH  PIC 9(7)V99.

      * Zbir po marki i starosti vozila.
       01 WS-MAX-GROUPS    PIC 9(4) VALUE 500.
       01 WS-GROUP-COUNT   PIC 9(4) VALUE 0.
       01 GROUP-TABLE.
           02 GROUP-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-GROUP-COUNT
                           INDEXED BY GRP-IDX.
              03 GT-BRAND       PIC X(50).
              03 GT-AGE         PIC 9(2).
              03 GT-COUNT       PIC 9(5).
              03 GT-OFFER-LOW   PIC 9(9)V99.
              03 GT-OFFER-HIGH  PIC 9(9)V99.
              03 GT-CREDIT      PIC 9(9)V99.
              03 GT-RESALE      PIC 9(9)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ENTRY-FOUND   VALUE 'Y'.
       01 WS-TRD-POS       PIC 9(4) VALUE 0.
       01 WS-VAL-POS       PIC 9(4) VALUE 0.

       01 WS-RATIO-HIGH    PIC 9(3)V99 VALUE ZEROS.
       01 WS-RATIO-CREDIT  PIC 9(3)V99 VALUE ZEROS.

       01 WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-4 PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT      PIC ZZ9.99.
       01 WS-PCT-EDIT-2    PIC ZZ9.99.
       01 WS-COUNT-EDIT    PIC ZZZZ9.

       01 WS-TODAY-DATE-NUM PIC 9(8).

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

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje,
      * 8=greska u podacima/PARM-u, 12=greska datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-TODAY-DATE-NUM(1:6) TO WS-MONTH.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-TRDRP-PARA
                       THRU APPLY-PARM-TRDRP-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-TRADEINS-PARA THRU LOAD-TRADEINS-PARA-EXIT.
           PERFORM LOAD-VALUATIONS-PARA THRU LOAD-VALUATIONS-PARA-EXIT.

           OPEN OUTPUT TRADEIN-REPORT.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "TRADE-IN VALUATION ACCURACY - MONTH " WS-MONTH
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.
           MOVE SPACES TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "CONTRACT VIN               BRAND"
                  "           AGE VAL.NO    OFFER LOW"
                  "   OFFER HIGH       CREDIT  RESALE NET CCY"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.

           MOVE 'N' TO WS-SALE-EOF.
           OPEN INPUT SALE-CONTRACT-FILE.
           READ SALE-CONTRACT-FILE
               AT END SET END-OF-SALES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SALES
               IF SAL-SALE-DATE IS NUMERIC
                   AND SAL-SALE-DATE(1:6) = WS-MONTH
                   ADD 1 TO TOTAL-SALES
                   PERFORM CHECK-RESALE-PARA
                           THRU CHECK-RESALE-PARA-EXIT
               END-IF
               READ SALE-CONTRACT-FILE
                   AT END SET END-OF-SALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALE-CONTRACT-FILE.

           PERFORM WRITE-GROUPS-PARA THRU WRITE-GROUPS-PARA-EXIT.

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE TRADEIN-REPORT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "MONTH=202609", i puni KEYWORD-TABLE - vidi TASK5C.
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

      * MONTH=GGGGMM - obracunski mjesec; neispravan prekida s RC 8.
       APPLY-PARM-TRDRP-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                   EVALUATE FUNCTION TRIM(KW-NAME(KW-IDX))
                       WHEN "MONTH"
                           IF KW-VALUE(KW-IDX)(1:6) IS NUMERIC
                               AND KW-VALUE(KW-IDX)(7:) = SPACES
                               AND KW-VALUE(KW-IDX)(5:2) >= "01"
                               AND KW-VALUE(KW-IDX)(5:2) <= "12"
                               MOVE KW-VALUE(KW-IDX)(1:6) TO WS-MONTH
                           ELSE
                               DISPLAY "CARTRDRP: INVALID MONTH= "
                                       KW-VALUE(KW-IDX)
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PARM-TRDRP-PARA-EXIT.
           EXIT.

      * Ugovori s procjenom vozila na zamjenu - VIN, broj procjene i
      * priznata vrijednost.
       LOAD-TRADEINS-PARA.
           MOVE 'N' TO WS-SALE-EOF.
           OPEN INPUT SALE-CONTRACT-FILE.
           READ SALE-CONTRACT-FILE
               AT END SET END-OF-SALES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SALES
               IF SAL-VALUATION-NO IS NUMERIC
                   AND SAL-VALUATION-NO > 0
                   AND SAL-TRADEIN-VIN NOT = SPACES
                   IF WS-TRADEIN-COUNT >= WS-MAX-TRADEINS
                       DISPLAY "CARTRDRP: TRADE-IN TABLE FULL"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-SALES TO TRUE
                   ELSE
                       ADD 1 TO WS-TRADEIN-COUNT
                       MOVE SAL-TRADEIN-VIN
                           TO TI-VIN(WS-TRADEIN-COUNT)
                       MOVE SAL-CONTRACT-NO
                           TO TI-CONTRACT-NO(WS-TRADEIN-COUNT)
                       MOVE SAL-VALUATION-NO
                           TO TI-VALUATION-NO(WS-TRADEIN-COUNT)
                       MOVE SAL-TRADEIN-CREDIT
                           TO TI-CREDIT(WS-TRADEIN-COUNT)
                   END-IF
               END-IF
               IF NOT END-OF-SALES
                   READ SALE-CONTRACT-FILE
                       AT END SET END-OF-SALES TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE SALE-CONTRACT-FILE.

       LOAD-TRADEINS-PARA-EXIT.
           EXIT.

       LOAD-VALUATIONS-PARA.
           MOVE 'N' TO WS-VAL-EOF.
           OPEN INPUT VALUATION-FILE.
           READ VALUATION-FILE
               AT END SET END-OF-VALUATIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-VALUATIONS
               IF VAL-REF-NO IS NUMERIC AND VAL-REF-NO > 0
                   IF WS-VALUATION-COUNT >= WS-MAX-VALUATIONS
                       DISPLAY "CARTRDRP: VALUATION TABLE FULL"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-VALUATIONS TO TRUE
                   ELSE
                       ADD 1 TO WS-VALUATION-COUNT
                       MOVE VAL-REF-NO
                           TO VT-REF-NO(WS-VALUATION-COUNT)
                       MOVE VAL-BRAND
                           TO VT-BRAND(WS-VALUATION-COUNT)
                       MOVE VAL-AGE
                           TO VT-AGE(WS-VALUATION-COUNT)
                       MOVE VAL-CURRENCY
                           TO VT-CURRENCY(WS-VALUATION-COUNT)
                       MOVE VAL-OFFER-LOW
                           TO VT-OFFER-LOW(WS-VALUATION-COUNT)
                       MOVE VAL-OFFER-HIGH
                           TO VT-OFFER-HIGH(WS-VALUATION-COUNT)
                   END-IF
               END-IF
               IF NOT END-OF-VALUATIONS
                   READ VALUATION-FILE
                       AT END SET END-OF-VALUATIONS TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE VALUATION-FILE.

       LOAD-VALUATIONS-PARA-EXIT.
           EXIT.

      * Prodaja u mjesecu ciji je VIN ranije preuzet na zamjenu -
      * vrijedi zadnje preuzimanje prije ovog ugovora.
       CHECK-RESALE-PARA.
           MOVE 0 TO WS-TRD-POS.
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > WS-TRADEIN-COUNT
               IF TI-VIN(TRD-IDX) = SAL-VIN
                   AND TI-CONTRACT-NO(TRD-IDX) < SAL-CONTRACT-NO
                   SET WS-TRD-POS TO TRD-IDX
               END-IF
           END-PERFORM.
           IF WS-TRD-POS = 0
               GO TO CHECK-RESALE-PARA-EXIT
           END-IF.

           MOVE 0 TO WS-VAL-POS.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-VALUATION-COUNT
               IF VT-REF-NO(VAL-IDX) = TI-VALUATION-NO(WS-TRD-POS)
                   SET WS-VAL-POS TO VAL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VAL-POS = 0
               DISPLAY "CARTRDRP: VALUATION "
                       TI-VALUATION-NO(WS-TRD-POS)
                       " NOT FOUND FOR VIN " SAL-VIN
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO CHECK-RESALE-PARA-EXIT
           END-IF.

           ADD 1 TO RESALE-COUNT.

           MOVE VT-OFFER-LOW(WS-VAL-POS)  TO WS-AMOUNT-EDIT.
           MOVE VT-OFFER-HIGH(WS-VAL-POS) TO WS-AMOUNT-EDIT-2.
           MOVE TI-CREDIT(WS-TRD-POS)     TO WS-AMOUNT-EDIT-3.
           MOVE SAL-NET-AMOUNT            TO WS-AMOUNT-EDIT-4.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING SAL-CONTRACT-NO "   " SAL-VIN " "
                  VT-BRAND(WS-VAL-POS)(1:15) " "
                  VT-AGE(WS-VAL-POS) "  "
                  TI-VALUATION-NO(WS-TRD-POS) " "
                  WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                  WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4 " "
                  SAL-CURRENCY
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.

      *     Iznosi u razlicitim valutama se ne zbrajaju.
           IF SAL-CURRENCY NOT = VT-CURRENCY(WS-VAL-POS)
               ADD 1 TO MISMATCH-COUNT
               MOVE "CCY?" TO TEMP-REPORT-LINE(124:4)
               MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE
               WRITE TRADEIN-REPORT-LINE
               GO TO CHECK-RESALE-PARA-EXIT
           END-IF.
           MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GROUP-COUNT
               IF GT-BRAND(GRP-IDX) = VT-BRAND(WS-VAL-POS)
                   AND GT-AGE(GRP-IDX) = VT-AGE(WS-VAL-POS)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-GROUP-COUNT >= WS-MAX-GROUPS
                   DISPLAY "CARTRDRP: GROUP TABLE FULL"
                   MOVE 8 TO RETURN-CODE
                   GO TO CHECK-RESALE-PARA-EXIT
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               SET GRP-IDX TO WS-GROUP-COUNT
               MOVE VT-BRAND(WS-VAL-POS) TO GT-BRAND(GRP-IDX)
               MOVE VT-AGE(WS-VAL-POS) TO GT-AGE(GRP-IDX)
               MOVE ZEROS TO GT-COUNT(GRP-IDX) GT-OFFER-LOW(GRP-IDX)
                             GT-OFFER-HIGH(GRP-IDX) GT-CREDIT(GRP-IDX)
                             GT-RESALE(GRP-IDX)
           END-IF.
           ADD 1 TO GT-COUNT(GRP-IDX).
           ADD VT-OFFER-LOW(WS-VAL-POS) TO GT-OFFER-LOW(GRP-IDX).
           ADD VT-OFFER-HIGH(WS-VAL-POS) TO GT-OFFER-HIGH(GRP-IDX).
           ADD TI-CREDIT(WS-TRD-POS) TO GT-CREDIT(GRP-IDX).
           ADD SAL-NET-AMOUNT TO GT-RESALE(GRP-IDX).

       CHECK-RESALE-PARA-EXIT.
           EXIT.

      * Zbir po marki i starosti - omjer preprodaje prema gornjoj
      * granici ponude i prema priznatoj vrijednosti, u postocima.
       WRITE-GROUPS-PARA.
           MOVE SPACES TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.
           MOVE "BY BRAND AND AGE" TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "BRAND           AGE COUNT     OFFER HIGH"
                  "         RESALE RES/HIGH% RES/CREDIT%"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.

           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-GROUP-COUNT
               MOVE ZEROS TO WS-RATIO-HIGH WS-RATIO-CREDIT
               IF GT-OFFER-HIGH(GRP-IDX) > 0
                   COMPUTE WS-RATIO-HIGH ROUNDED =
                       GT-RESALE(GRP-IDX) * 100
                       / GT-OFFER-HIGH(GRP-IDX)
                       ON SIZE ERROR MOVE 999.99 TO WS-RATIO-HIGH
                   END-COMPUTE
               END-IF
               IF GT-CREDIT(GRP-IDX) > 0
                   COMPUTE WS-RATIO-CREDIT ROUNDED =
                       GT-RESALE(GRP-IDX) * 100
                       / GT-CREDIT(GRP-IDX)
                       ON SIZE ERROR MOVE 999.99 TO WS-RATIO-CREDIT
                   END-COMPUTE
               END-IF
               MOVE GT-COUNT(GRP-IDX) TO WS-COUNT-EDIT
               MOVE GT-OFFER-HIGH(GRP-IDX) TO WS-TOTAL-EDIT
               MOVE GT-RESALE(GRP-IDX) TO WS-TOTAL-EDIT-2
               MOVE WS-RATIO-HIGH TO WS-PCT-EDIT
               MOVE WS-RATIO-CREDIT TO WS-PCT-EDIT-2
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING GT-BRAND(GRP-IDX)(1:15) " "
                      GT-AGE(GRP-IDX) "  " WS-COUNT-EDIT " "
                      WS-TOTAL-EDIT " " WS-TOTAL-EDIT-2 "    "
                      WS-PCT-EDIT "      " WS-PCT-EDIT-2
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE
               WRITE TRADEIN-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "SALES IN MONTH: " TOTAL-SALES
                  "  TRADE-IN RESALES: " RESALE-COUNT
                  "  CURRENCY MISMATCHES: " MISMATCH-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO TRADEIN-REPORT-LINE.
           WRITE TRADEIN-REPORT-LINE.

       WRITE-GROUPS-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "CARTRDRP"  TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-SALES TO ALOG-RECORD-COUNT
           IF WS-SAVED-RETURN-CODE > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
