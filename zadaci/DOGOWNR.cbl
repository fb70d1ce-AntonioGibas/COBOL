      *              pasminom i dobi; vlasnici s vise pasa od dozvole  *
      *              (PARM LIMIT=n, default 3) zavrsavaju i u zasebnom *
      *              popisu iznimki - uskladjenost s dozvolama se      *
      *              provjerava po vlasniku, ne po pasmini. Izvjestaj  *
      *              ide kroz RPTWRT - svaki vlasnik je zasebna        *
      *              sekcija (SECT) za distribuciju preko RPTDST.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGOWNR.
           SELECT INFL-A ASSIGN TO INFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INFL-A RECORDING MODE F.
       01 INFL-A-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 DOG-RECORD PIC X(80).
           COPY DOGREC.
       01 WS-TOTAL-DOGS      PIC 9(6) VALUE ZEROS.
       01 WS-OVER-LIMIT-OWNERS PIC 9(4) VALUE ZEROS.

      * Zahtjev prema zajednickom report-writer servisu - vidi
      * shared/copylib/RPTCTL i shared/source/RPTWRT.
           COPY RPTCTL.

      * Dozvoljeni broj pasa po vlasniku - default 3, nadjacava se
      * preko PARM-a LIMIT=n.

           PERFORM LOAD-DOGS-PARA THRU LOAD-DOGS-PARA-EXIT.

           INITIALIZE REPORT-WRITER-REQUEST.
           MOVE "OPEN" TO RW-FUNCTION.
           MOVE SPACES TO RW-TITLE.
           STRING "DOGS PER OWNER CROSS-REFERENCE - LICENSE LIMIT "
                  WS-LICENSE-LIMIT
               DELIMITED BY SIZE INTO RW-TITLE.
           MOVE "  NAME / BREED / AGE" TO RW-COLUMN-HEADING.
           MOVE 50 TO RW-LINES-PER-PAGE.
           MOVE "DOGOWNR" TO RW-REPORT-ID.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           PERFORM REPORT-BY-OWNER-PARA THRU REPORT-BY-OWNER-PARA-EXIT.
           PERFORM WRITE-EXCEPTIONS-PARA
                   THRU WRITE-EXCEPTIONS-PARA-EXIT.

           MOVE "CLOSE" TO RW-FUNCTION.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

      * RC se postavlja tek nakon zadnjeg poziva RPTWRT-a - povratkom
      * iz CALL-a RETURN-CODE dobiva vrijednost pozvanog programa.
           IF WS-OVER-LIMIT-OWNERS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
               END-IF
           END-PERFORM.

      * Ukupni broj pasa i popis iznimki idu u zasebnu zavrsnu
      * sekciju, kao u CMODRPT-u.
           MOVE "SECT" TO RW-FUNCTION.
           MOVE "*TOTAL" TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "TOTAL" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "TOTAL DOGS: " WS-TOTAL-DOGS
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       REPORT-BY-OWNER-PARA-EXIT.
           EXIT.

       REPORT-ONE-OWNER-PARA.
      * Svaki vlasnik je sekcija izvjestaja za distribuciju (RPTDST).
           MOVE "SECT" TO RW-FUNCTION.
           MOVE WS-GROUP-OWNER TO RW-SECTION-KEY.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           STRING "OWNER: " FUNCTION TRIM(WS-GROUP-OWNER)
               DELIMITED BY SIZE INTO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE ZEROS TO WS-GROUP-COUNT.

                       AND NOT DT-IS-REPORTED(WS-GROUP-IDX)
                   MOVE 'Y' TO DT-REPORTED(WS-GROUP-IDX)
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE "LINE" TO RW-FUNCTION
                   MOVE SPACES TO RW-LINE
                   STRING "  " DT-NAME(WS-GROUP-IDX)
                          " " DT-RACE(WS-GROUP-IDX)
                          " AGE " DT-AGE(WS-GROUP-IDX)
                       DELIMITED BY SIZE INTO RW-LINE
                   CALL "RPTWRT" USING REPORT-WRITER-REQUEST
               END-IF
           END-PERFORM.

           MOVE "BREAK" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           IF WS-GROUP-COUNT > WS-LICENSE-LIMIT
               ADD 1 TO WS-OVER-LIMIT-OWNERS
               IF WS-FLAGGED-COUNT < WS-MAX-FLAGGED
               END-IF
               STRING "  DOGS: " WS-GROUP-COUNT
                      "  *** OVER LICENSE LIMIT ***"
                   DELIMITED BY SIZE INTO RW-LINE
           ELSE
               STRING "  DOGS: " WS-GROUP-COUNT
                   DELIMITED BY SIZE INTO RW-LINE
           END-IF.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

       REPORT-ONE-OWNER-PARA-EXIT.
           EXIT.

      * Zavrsni popis iznimki - samo vlasnici preko dozvole.
       WRITE-EXCEPTIONS-PARA.
           MOVE "LINE" TO RW-FUNCTION.
           MOVE SPACES TO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           MOVE "OWNERS OVER LICENSE LIMIT:" TO RW-LINE.
           CALL "RPTWRT" USING REPORT-WRITER-REQUEST.

           IF WS-FLAGGED-COUNT = 0
               MOVE "  (NONE)" TO RW-LINE
               CALL "RPTWRT" USING REPORT-WRITER-REQUEST
           ELSE
               PERFORM VARYING FLG-IDX FROM 1 BY 1
                       UNTIL FLG-IDX > WS-FLAGGED-COUNT
                   MOVE SPACES TO RW-LINE
                   STRING "  " FT-OWNER(FLG-IDX)
                          " DOGS: " FT-COUNT(FLG-IDX)
                       DELIMITED BY SIZE INTO RW-LINE
                   CALL "RPTWRT" USING REPORT-WRITER-REQUEST
               END-PERFORM
           END-IF.

