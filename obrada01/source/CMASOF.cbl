      *          prvake u medjuvremenu obrisane CMSWEEP/CMAPPLY        *
      *          DELETE-om. Spor oko toga kad su se necije titule      *
      *          promijenile vise nije popodne s ispisom CMHIST-a.     *
      *          NAME= smije biti i staro ime preimenovanog prvaka     *
      *          (CMRENAME) - ALIASRV ga razrjesava u tekuce ime, pod  *
      *          kojim je prepisan i trag promjena.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 MODE-BY-RUN   VALUE 'R'.
       01 WS-CRIT-NAME     PIC X(30) VALUE SPACES.

      * Zahtjev servisu starih imena - vidi obrada01/copylib/ALSREQ.
           COPY ALSREQ.

      * Cijeli CHHSTFL trag u radnoj tablici, kronoloskim redom.
       01 WS-MAX-HISTORY   PIC 9(5) VALUE 10000.
       01 WS-HIST-COUNT    PIC 9(5) VALUE 0.
               GOBACK
           END-IF.

           IF WS-CRIT-NAME NOT = SPACES
               PERFORM RESOLVE-ALIAS-PARA THRU RESOLVE-ALIAS-PARA-EXIT
           END-IF.

           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-PARA-EXIT.

           OPEN INPUT CHAMPION-VSAM.
           CLOSE ASOF-REPORT.
           GOBACK.

      * Staro ime preimenovanog prvaka zamjenjuje se tekucim imenom.
       RESOLVE-ALIAS-PARA.
           MOVE WS-CRIT-NAME TO ALR-NAME.
           CALL "ALIASRV" USING ALIAS-REQUEST.

           IF ALR-RESULT = "00"
               DISPLAY "CMASOF: " FUNCTION TRIM(WS-CRIT-NAME)
                       " IS A FORMER NAME OF "
                       FUNCTION TRIM(ALR-CURRENT-NAME)
                       " (RENAMED " ALR-RENAME-DATE ")"
               MOVE ALR-CURRENT-NAME TO WS-CRIT-NAME
           END-IF.

       RESOLVE-ALIAS-PARA-EXIT.
           EXIT.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "ASOFDATE=20250301,NAME=FAKER" - vidi TASK5C.
       PARSE-PARMD-PARA.
