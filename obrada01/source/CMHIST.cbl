      *          promjenu napravio. Ime prvaka se zaprima kroz PARM=   *
      *          (kao CMLOOKUP). Kad se klub spori oko broja titula,   *
      *          ovo je mjesto koje pokazuje sto je zapis govorio      *
      *          prije i koji ga je run promijenio. Staro ime          *
      *          preimenovanog prvaka (CMRENAME) razrjesava se preko   *
      *          ALIASRV u tekuce ime - trag je prepisan pod njim.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 END-OF-HISTORY VALUE 'Y'.
       01 WS-MATCH-COUNT   PIC 9(5)  VALUE ZEROS.

      * Zahtjev servisu starih imena - vidi obrada01/copylib/ALSREQ.
           COPY ALSREQ.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
               DISPLAY "CMHIST: NO CHAMP-NAME SUPPLIED (VIA PARM)"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RESOLVE-ALIAS-PARA
                       THRU RESOLVE-ALIAS-PARA-EXIT
               PERFORM LIST-HISTORY-PARA
                       THRU LIST-HISTORY-PARA-EXIT
           END-IF.

           STOP RUN.

      * Ako je trazeno ime staro ime preimenovanog prvaka, upit se
      * nastavlja pod tekucim imenom.
       RESOLVE-ALIAS-PARA.
           MOVE WS-INQUIRY-NAME TO ALR-NAME.
           CALL "ALIASRV" USING ALIAS-REQUEST.

           IF ALR-RESULT = "00"
               DISPLAY "CMHIST: " FUNCTION TRIM(WS-INQUIRY-NAME)
                       " IS A FORMER NAME OF "
                       FUNCTION TRIM(ALR-CURRENT-NAME)
                       " (RENAMED " ALR-RENAME-DATE ")"
               MOVE ALR-CURRENT-NAME TO WS-INQUIRY-NAME
           END-IF.

       RESOLVE-ALIAS-PARA-EXIT.
           EXIT.

      * Cita cijeli trag promjena redom i ispisuje svaku staru sliku
      * zapisa ciji se CHH-CHAMP-NAME poklapa s trazenim imenom.
       LIST-HISTORY-PARA.
