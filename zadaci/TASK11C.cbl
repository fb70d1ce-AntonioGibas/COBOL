      * VALIDREC.
           COPY RECVALID.

      * Zahtjev za rastavljanje retka na rijeci - vidi shared/copylib/
      * WORDREQ i shared/source/WORDSPLT.
           COPY WORDREQ.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
       VALIDATE-INFL-REC-PARA-EXIT.
           EXIT.

      * Rastavljanje retka radi zajednicki shared/source/WORDSPLT
      * (vidi shared/copylib/WORDREQ) - isti rastavljac koristi i
      * indeks kljucnih rijeci kataloga (BOOKKWIX).
       2000-SPLIT-WORDS.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE SPACES TO WRD-INPUT-STRING.
           MOVE INPUT-STRING TO WRD-INPUT-STRING.
           MOVE SPACES TO WRD-DELIMITERS.
           MOVE WS-DELIMITERS TO WRD-DELIMITERS.
           MOVE WS-MAX-WORDS TO WRD-MAX-WORDS.
           CALL "WORDSPLT" USING WORDSPLIT-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           MOVE WRD-WORD-COUNT TO NUM-RECORDS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-RECORDS
               MOVE WRD-WORD(J) TO WORD-ENTRY(J)
           END-PERFORM.

           IF WRD-OVERFLOW
               PERFORM WRITE-OVERFLOW-EXCEPTION-PARA
                   THRU WRITE-OVERFLOW-EXCEPTION-PARA-EXIT
           END-IF.

      * Linija ima vise rijeci nego sto WORD-TAB moze primiti - ostatak
      * retka se prijavljuje u izvjestaj o iznimkama umjesto da se
      * samo ispusti iz obrade.
       WRITE-OVERFLOW-EXCEPTION-PARA.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "WORD OVERFLOW - LINE EXCEEDS " WS-MAX-WORDS
                  " WORDS: " INPUT-STRING
