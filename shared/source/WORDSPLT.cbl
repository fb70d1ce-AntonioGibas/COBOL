      ******************************************************************
      *    WORDSPLT - Zajednicki uslugni potprogram koji rastavlja     *
      *               niz (WORDSPLIT-REQUEST, vidi shared/copylib/     *
      *               WORDREQ) na rijeci po zadanom skupu granicnika.  *
      *               Algoritam je CBLTBL-ov 2000-SPLIT-WORDS: svaki   *
      *               znak se provjerava INSPECT-om protiv skupa       *
      *               granicnika, prazni segmenti (uzastopni           *
      *               granicnici) se preskacu, a rijec duza od 20      *
      *               znakova se skracuje. Kad rijeci ima vise nego    *
      *               sto pozivatelj moze primiti, postavlja se        *
      *               WRD-OVERFLOW-FLAG i rastavljanje staje.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDSPLT.
       AUTHOR. Z26069.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CHAR-IDX       PIC 9(3) VALUE 1.
       01 WS-WORD-START     PIC 9(3) VALUE 1.
       01 WS-WORD-LENGTH    PIC 9(3) VALUE 0.
       01 WS-DELIM-COUNT    PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           COPY WORDREQ.

       PROCEDURE DIVISION USING WORDSPLIT-REQUEST.
       0000-MAIN-PARA.
           MOVE 0 TO WRD-WORD-COUNT.
           MOVE 'N' TO WRD-OVERFLOW-FLAG.
           MOVE 1 TO WS-WORD-START.

           IF WRD-MAX-WORDS IS NOT NUMERIC OR WRD-MAX-WORDS = 0
                   OR WRD-MAX-WORDS > 50
               MOVE 50 TO WRD-MAX-WORDS
           END-IF.

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > LENGTH OF WRD-INPUT-STRING
               MOVE 0 TO WS-DELIM-COUNT
               INSPECT WRD-DELIMITERS TALLYING WS-DELIM-COUNT
                   FOR ALL WRD-INPUT-STRING(WS-CHAR-IDX:1)
               IF WRD-INPUT-STRING(WS-CHAR-IDX:1) = SPACE
                   MOVE 1 TO WS-DELIM-COUNT
               END-IF
               IF WS-DELIM-COUNT > 0
                       OR WS-CHAR-IDX = LENGTH OF WRD-INPUT-STRING
                   COMPUTE WS-WORD-LENGTH = WS-CHAR-IDX - WS-WORD-START
      * Rijec koja zavrsava na zadnjem znaku niza ukljucuje i njega.
                   IF WS-DELIM-COUNT = 0
                       ADD 1 TO WS-WORD-LENGTH
                   END-IF
                   IF WS-WORD-LENGTH > 0
                       IF WRD-WORD-COUNT >= WRD-MAX-WORDS
                           SET WRD-OVERFLOW TO TRUE
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WRD-WORD-COUNT
                       MOVE WRD-INPUT-STRING(WS-WORD-START:
                                             WS-WORD-LENGTH)
                         TO WRD-WORD(WRD-WORD-COUNT)
                   END-IF
      * Pocetak sljedece rijeci se pomice i kad je segment prazan -
      * inace bi niz uzastopnih granicnika bio uhvacen kao lazna
      * "rijec" od samih granicnika.
                   COMPUTE WS-WORD-START = WS-CHAR-IDX + 1
               END-IF
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
