      *               Samo zapisi u statusu A se provode: CHAMPION     *
      *               ispravak prepisuje zapis u CHAMPION-VSAM-u (uz   *
      *               staru sliku u CHAMPION-HISTORY tragu s           *
      *               pregledateljem kao CHH-CHANGED-BY), CARPRICE     *
      *               akcija se ispisuje u PRCAPPR u PRCFL rasporedu - *
      *               taj skup zatim trosi CARPRICE MODE=APPLY run - a *
      *               PERIOD ponovno otvaranje razdoblja ide u PERAPPR *
      *               za PERCLOSE MODE=APPLY. Provedeni zapisi prelaze *
      *               u status D; cijeli red ide u PENDOUT kojim JCL   *
      *               zamjenjuje stari.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPLY.
           SELECT APPROVED-PRICE-FILE ASSIGN TO PRCAPPR
                  ORGANIZATION IS SEQUENTIAL.

      * Odobrena ponovna otvaranja knjigovodstvenih razdoblja -
      * trosi ih PERCLOSE MODE=APPLY run.
           SELECT APPROVED-PERIOD-FILE ASSIGN TO PERAPPR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT APPLY-REPORT ASSIGN TO APLRPT
                  ORGANIZATION IS SEQUENTIAL.

       FD APPROVED-PRICE-FILE RECORDING MODE F.
       01 APPROVED-PRICE-RECORD PIC X(100).

       FD APPROVED-PERIOD-FILE RECORDING MODE F.
       01 APPROVED-PERIOD-RECORD PIC X(100).

       FD APPLY-REPORT.
       01 APPLY-REPORT-LINE PIC X(120).

           OPEN OUTPUT PENDING-FILE-OUT.
           OPEN I-O CHAMPION-VSAM.
           OPEN OUTPUT APPROVED-PRICE-FILE.
           OPEN OUTPUT APPROVED-PERIOD-FILE.
           OPEN OUTPUT APPLY-REPORT.

           MOVE "APPROVED CHANGE APPLICATION" TO APPLY-REPORT-LINE.
           CLOSE PENDING-FILE-OUT.
           CLOSE CHAMPION-VSAM.
           CLOSE APPROVED-PRICE-FILE.
           CLOSE APPROVED-PERIOD-FILE.
           CLOSE APPLY-REPORT.
           GOBACK.

               WHEN "CARPRICE"
                   PERFORM APPLY-CARPRICE-PARA
                           THRU APPLY-CARPRICE-PARA-EXIT
               WHEN "PERIOD"
                   PERFORM APPLY-PERIOD-PARA
                           THRU APPLY-PERIOD-PARA-EXIT
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
                   MOVE SPACES TO TEMP-REPORT-LINE
       APPLY-CARPRICE-PARA-EXIT.
           EXIT.

      * Ponovno otvaranje razdoblja: knjiga|razdoblje|promjena|
      * pregledatelj za PERCLOSE MODE=APPLY run.
       APPLY-PERIOD-PARA.
           MOVE SPACES TO APPROVED-PERIOD-RECORD.
           STRING FUNCTION TRIM(PCH-TARGET-KEY) "|"
                  PCH-ID "|" PCH-REVIEWED-BY
               DELIMITED BY SIZE INTO APPROVED-PERIOD-RECORD.
           WRITE APPROVED-PERIOD-RECORD.

           ADD 1 TO APPLIED-COUNT.
           MOVE "D" TO PCH-STATUS.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "RELEASED - CHANGE " PCH-ID
                  " PERIOD REOPEN " PCH-TARGET-KEY(1:40)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO APPLY-REPORT-LINE.
           WRITE APPLY-REPORT-LINE.

       APPLY-PERIOD-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
