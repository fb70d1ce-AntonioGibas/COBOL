      ******************************************************************
      *    CHNHASH - Zajednicki servis ulancanog hasha za audit i      *
      *              povijesne tragove (AUDITFL preko WRITELOG,        *
      *              CHHSTFL preko WRITEHST, OWNRJRN iz DOGTRX). Hash  *
      *              zapisa racuna se nad hashom prethodnog zapisa i   *
      *              sadrzajem novog zapisa: dva nezavisna polinomna   *
      *              zbroja po modulu prostih brojeva ispod 2**32,     *
      *              ispisana kao 16 heksadecimalnih znamenki.         *
      *              Izmjena, umetanje ili brisanje bilo kojeg zapisa  *
      *              mijenja hash svih iza njega - CHNVRFY po tome     *
      *              nalazi prvi prekid lanca.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNHASH.
       AUTHOR. Z26069.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-GENESIS-HASH  PIC X(16) VALUE "0000000000000000".
       01 WS-PREV-HASH     PIC X(16).

      * Dva akumulatora, svaki po svom prostom modulu.
       01 WS-MOD-1         PIC 9(10) VALUE 4294967291.
       01 WS-MOD-2         PIC 9(10) VALUE 4294967279.
       01 WS-MULT-1        PIC 9(5)  VALUE 131.
       01 WS-MULT-2        PIC 9(5)  VALUE 65599.
       01 WS-ACC-1         PIC 9(18).
       01 WS-ACC-2         PIC 9(18).
       01 WS-WORK          PIC 9(18).
       01 WS-QUOT          PIC 9(18).
       01 WS-BYTE-VALUE    PIC 9(3).
       01 WS-IDX           PIC 9(4).

       01 WS-HEX-DIGITS    PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-HEX-WORK      PIC 9(18).
       01 WS-HEX-REM       PIC 9(2).
       01 WS-HEX-OUT       PIC X(8).
       01 WS-HEX-POS       PIC 9(2).

       LINKAGE SECTION.
           COPY CHNREQ.

       PROCEDURE DIVISION USING CHAIN-HASH-REQUEST.
       0000-MAIN-PARA.
           MOVE SPACES TO CHN-NEW-HASH.

           IF CHN-DATA-LEN < 1 OR CHN-DATA-LEN > LENGTH OF CHN-DATA
               MOVE "90" TO CHN-RESULT
               GOBACK
           END-IF.

           IF CHN-PREV-HASH = SPACES
               MOVE WS-GENESIS-HASH TO WS-PREV-HASH
           ELSE
               MOVE CHN-PREV-HASH TO WS-PREV-HASH
           END-IF.

           MOVE 2166136261 TO WS-ACC-1.
           MOVE 3735928559 TO WS-ACC-2.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               COMPUTE WS-BYTE-VALUE =
                       FUNCTION ORD(WS-PREV-HASH(WS-IDX:1))
               PERFORM 1000-ADD-BYTE-PARA THRU 1000-ADD-BYTE-PARA-EXIT
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CHN-DATA-LEN
               COMPUTE WS-BYTE-VALUE =
                       FUNCTION ORD(CHN-DATA(WS-IDX:1))
               PERFORM 1000-ADD-BYTE-PARA THRU 1000-ADD-BYTE-PARA-EXIT
           END-PERFORM.

           MOVE WS-ACC-1 TO WS-HEX-WORK.
           PERFORM 2000-TO-HEX-PARA THRU 2000-TO-HEX-PARA-EXIT.
           MOVE WS-HEX-OUT TO CHN-NEW-HASH(1:8).
           MOVE WS-ACC-2 TO WS-HEX-WORK.
           PERFORM 2000-TO-HEX-PARA THRU 2000-TO-HEX-PARA-EXIT.
           MOVE WS-HEX-OUT TO CHN-NEW-HASH(9:8).

           MOVE "00" TO CHN-RESULT.
           GOBACK.

      * Jedan bajt u oba akumulatora: acc = (acc * mult + bajt) mod p.
       1000-ADD-BYTE-PARA.
           COMPUTE WS-WORK = WS-ACC-1 * WS-MULT-1 + WS-BYTE-VALUE.
           DIVIDE WS-WORK BY WS-MOD-1 GIVING WS-QUOT
               REMAINDER WS-ACC-1.
           COMPUTE WS-WORK = WS-ACC-2 * WS-MULT-2 + WS-BYTE-VALUE.
           DIVIDE WS-WORK BY WS-MOD-2 GIVING WS-QUOT
               REMAINDER WS-ACC-2.

       1000-ADD-BYTE-PARA-EXIT.
           EXIT.

      * Akumulator (manji od 2**32) u 8 heksadecimalnih znamenki.
       2000-TO-HEX-PARA.
           MOVE ALL "0" TO WS-HEX-OUT.
           PERFORM VARYING WS-HEX-POS FROM 8 BY -1
                   UNTIL WS-HEX-POS < 1
               DIVIDE WS-HEX-WORK BY 16 GIVING WS-HEX-WORK
                   REMAINDER WS-HEX-REM
               MOVE WS-HEX-DIGITS(WS-HEX-REM + 1:1)
                   TO WS-HEX-OUT(WS-HEX-POS:1)
           END-PERFORM.

       2000-TO-HEX-PARA-EXIT.
           EXIT.
