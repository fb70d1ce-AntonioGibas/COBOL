      *             (vidi zadaci/copylib/TAGREC) rijesi u trenutnog    *
      *             vlasnika, a zapis psa se dopuni iz DOG-VSAM        *
      *             registra - po uzoru na CMLOOKUP/CARLOOK upite.     *
      *             Pas se moze traziti i po broju mikrocipa iz        *
      *             nacionalnog registra (PARM CHIP=...) - CHIP-VSAM   *
      *             pregled (zadaci/copylib/CHIPREC) daje markicu, a   *
      *             dalje se rjesava isto kao po markici.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGTAG.
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT CHIP-VSAM ASSIGN TO CHIPVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-CHIP
                  FILE STATUS IS CHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAG-VSAM.
       FD DOG-VSAM.
           COPY DOGDET.

       FD CHIP-VSAM.
           COPY CHIPREC.

       WORKING-STORAGE SECTION.
       01 TAG-STATUS      PIC XX.
           88 TAG-OK       VALUE "00".
       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".
       01 CHIP-STATUS     PIC XX.
           88 CHIP-OK      VALUE "00".

       01 WS-LOOKUP-TAG   PIC 9(6) VALUE ZEROS.
       01 WS-LOOKUP-CHIP  PIC X(15) VALUE SPACES.
       01 WS-PARM-VALUE   PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING PARMDATA.
       0000-MAIN-PARA.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=markica nije
      * izdana / cip nije uskladjen, 8=greska u PARM-u, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.

           IF PARML = 0
               GOBACK
           END-IF.

      * Upit po mikrocipu - cip se prvo rjesava u markicu.
           IF PARML > 5 AND PARMD(1:5) = "CHIP="
               PERFORM 0500-RESOLVE-CHIP-PARA
                       THRU 0500-RESOLVE-CHIP-PARA-EXIT
               IF RETURN-CODE > 0
                   GOBACK
               END-IF
           ELSE
               PERFORM 0100-PARSE-TAG-PARA
                       THRU 0100-PARSE-TAG-PARA-EXIT
               IF RETURN-CODE > 0
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT TAG-VSAM.
           OPEN INPUT DOG-VSAM.

           MOVE WS-LOOKUP-TAG TO TG-TAG.

           READ TAG-VSAM
               INVALID KEY
                   DISPLAY "TAG NOT ISSUED: " WS-LOOKUP-TAG
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 1000-DISPLAY-DOG-PARA
                           THRU 1000-DISPLAY-DOG-PARA-EXIT
           END-READ.

           CLOSE TAG-VSAM.
           CLOSE DOG-VSAM.
           GOBACK.

       0100-PARSE-TAG-PARA.
           IF PARMD(1:4) = "TAG="
               MOVE PARMD(5:PARML - 4) TO WS-PARM-VALUE
           ELSE
               DISPLAY "DOGTAG: TAG MUST BE NUMERIC: "
                       FUNCTION TRIM(WS-PARM-VALUE)
               MOVE 8 TO RETURN-CODE
               GO TO 0100-PARSE-TAG-PARA-EXIT
           END-IF.

           COMPUTE WS-LOOKUP-TAG =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE)).

       0100-PARSE-TAG-PARA-EXIT.
           EXIT.

      * Broj mikrocipa se jednim READ-om CHIP-VSAM pregleda rjesava
      * u lokalni broj markice; neuskladjen cip daje RC 4.
       0500-RESOLVE-CHIP-PARA.
           MOVE PARMD(6:PARML - 5) TO WS-LOOKUP-CHIP.

           OPEN INPUT CHIP-VSAM.

           MOVE WS-LOOKUP-CHIP TO CH-CHIP.
           READ CHIP-VSAM
               INVALID KEY
                   DISPLAY "CHIP NOT RECONCILED: " WS-LOOKUP-CHIP
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "CHIP " CH-CHIP " - TAG " CH-TAG
                   MOVE CH-TAG TO WS-LOOKUP-TAG
           END-READ.

           CLOSE CHIP-VSAM.

       0500-RESOLVE-CHIP-PARA-EXIT.
           EXIT.

       1000-DISPLAY-DOG-PARA.
           DISPLAY "TAG " TG-TAG " - DOG " FUNCTION TRIM(TG-DOG-NAME)
               NOT INVALID KEY
                   DISPLAY "  RACE : " DG-RACE
                   DISPLAY "  AGE  : " DG-AGE
                   IF DG-CHIP NOT = SPACES
                       DISPLAY "  CHIP : " DG-CHIP
                   END-IF
           END-READ.

       1000-DISPLAY-DOG-PARA-EXIT.
