      *            jednolinijske ulazne datoteke LOOKFL (kao TASK3C-ov  *
      *            INFL). Radi jedan keyed READ protiv CHAMPION-VSAM i  *
      *            ispisuje cijeli DETALJ01 zapis ili poruku da prvak   *
      *            ne postoji. Staro ime preimenovanog prvaka          *
      *            (CMRENAME) razrjesava se preko ALIASRV u tekuce     *
      *            ime prije READ-a.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-HAVE-NAME     PIC X     VALUE 'N'.
           88 HAVE-LOOKUP-NAME VALUE 'Y'.

      * Zahtjev servisu starih imena - vidi obrada01/copylib/ALSREQ.
           COPY ALSREQ.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           EXIT.

       LOOKUP-CHAMPION-PARA.
           PERFORM RESOLVE-ALIAS-PARA THRU RESOLVE-ALIAS-PARA-EXIT.

           OPEN INPUT CHAMPION-VSAM.

           MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO CHAMP-NAME.
       LOOKUP-CHAMPION-PARA-EXIT.
           EXIT.

      * Ako je trazeno ime staro ime preimenovanog prvaka, cita se
      * zapis pod tekucim imenom.
       RESOLVE-ALIAS-PARA.
           MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO ALR-NAME.
           CALL "ALIASRV" USING ALIAS-REQUEST.

           IF ALR-RESULT = "00"
               DISPLAY "CMLOOKUP: " FUNCTION TRIM(WS-LOOKUP-NAME)
                       " IS A FORMER NAME OF "
                       FUNCTION TRIM(ALR-CURRENT-NAME)
                       " (RENAMED " ALR-RENAME-DATE ")"
               MOVE ALR-CURRENT-NAME TO WS-LOOKUP-NAME
           END-IF.

       RESOLVE-ALIAS-PARA-EXIT.
           EXIT.

       LOOKUP-FOUND-PARA.
           DISPLAY "CHAMPION FOUND: " CHAMP-NAME.
           DISPLAY "  TEAM         : " CHAMP-TEAM.
