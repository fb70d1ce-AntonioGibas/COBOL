      ******************************************************************
      *    CMODRPT - Izvjestaj nad OUTFL datasetom kojeg generira      *
      *              CMODEL: grupiranje po CAR-BRAND s                 *
      *              podzbrojevima/brojem po marki, sortirano unutar   *
      *              marke po CAR-HORSE-POWER (silazno). Izveden preko *
      *              pravog SORT-a s ulazno/izlaznim procedurama -     *
      *              zapisi se provlace kroz sort bez tablice u        *
      *              memoriji, pa ne postoji gornja granica broja      *
      *              automobila (stara inacica je tiho ispustala sve   *
      *              iznad 500 i trosila prozor na O(n**2) selection   *
      *              sort). Izvjestaj se pise kroz zajednicki report-  *
      *              writer servis (shared/source/RPTWRT) s naslovom,  *
      *              brojem stranice i zaglavljima stupaca po          *
      *              stranici; svaka marka je zasebna sekcija (RPTSIX) *
      *              koju RPTDST salje primateljima marke.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMODRPT.
           MOVE "CAR MODEL REPORT - BY BRAND" TO RW-TITLE.
           MOVE "  MODEL / HORSEPOWER" TO RW-COLUMN-HEADING.
           MOVE 50 TO RW-LINES-PER-PAGE.
           MOVE "CMODRPT" TO RW-REPORT-ID.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           SORT SORT-WORK
                   MOVE SRT-BRAND TO WS-PRIOR-BRAND
                   MOVE ZEROS TO WS-BRAND-COUNT
                   MOVE 'N' TO WS-FIRST-GROUP
      * Svaka marka je sekcija izvjestaja za distribuciju (RPTDST).
                   MOVE "SECT" TO RW-FUNCTION
                   MOVE WS-PRIOR-BRAND TO RW-SECTION-KEY
                   CALL "RPTWRT" USING REPORT-WRITER-REQUEST
                   MOVE "LINE" TO RW-FUNCTION
                   MOVE SPACES TO RW-LINE
                   STRING "BRAND: " FUNCTION TRIM(WS-PRIOR-BRAND)
                   THRU WRITE-BRAND-SUBTOTAL-PARA-EXIT
           END-IF.

           MOVE "SECT" TO RW-FUNCTION.
           MOVE "*TOTAL" TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "TOTAL" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "TOTAL CARS: " WS-TOTAL-CARS
