      ******************************************************************
      *    ALIASRV - Uslugni potprogram za razrjesavanje starih imena  *
      *              prvaka. Za ime iz zahtjeva (obrada01/copylib/     *
      *              ALSREQ) trazi zapis u tablici starih imena ALSFL  *
      *              (vidi obrada01/copylib/ALIASREC i CMRENAME) i     *
      *              vraca tekuce ime pod kojim je prvak danas u       *
      *              CHAMPION-VSAM-u. Tablica se cita na svakom pozivu *
      *              (obrazac CALSRV) - upiti CMHIST, CMLOOKUP i       *
      *              CMASOF pitaju jednom po pokretanju.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIASRV.
       AUTHOR. Z26069.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO ALSFL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ALIAS-FILE RECORDING MODE F.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-ALIASES VALUE 'Y'.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ALIAS-FOUND   VALUE 'Y'.

       LINKAGE SECTION.
           COPY ALSREQ.

       PROCEDURE DIVISION USING ALIAS-REQUEST.
       0000-MAIN-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ALR-NAME TO ALR-CURRENT-NAME.
           MOVE ZEROS TO ALR-RENAME-DATE.

           OPEN INPUT ALIAS-FILE.

           READ ALIAS-FILE
               AT END SET END-OF-ALIASES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ALIASES OR ALIAS-FOUND
               IF ALS-OLD-NAME = ALR-NAME
                   SET ALIAS-FOUND TO TRUE
                   MOVE ALS-CURRENT-NAME TO ALR-CURRENT-NAME
                   MOVE ALS-RENAME-DATE  TO ALR-RENAME-DATE
               END-IF
               IF NOT ALIAS-FOUND
                   READ ALIAS-FILE
                       AT END SET END-OF-ALIASES TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE ALIAS-FILE.

           IF ALIAS-FOUND
               MOVE "00" TO ALR-RESULT
           ELSE
               MOVE "04" TO ALR-RESULT
           END-IF.

           GOBACK.
