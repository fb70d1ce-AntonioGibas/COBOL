      ******************************************************************
      *    FSDIAG - Zajednicki dijagnosticki servis za FILE STATUS     *
      *             kodove (vidi shared/copylib/FSDREQ). Dvobajtni     *
      *             status s kontekstom (datoteka, operacija) prevodi  *
      *             u uzrok i preporuceni postupak obicnim jezikom,    *
      *             ispise ih u dosljednom obliku i upise u zajednicki *
      *             EXCPTFL (shared/source/WRITEEXC) - pa jutarnja     *
      *             EXCRPT trijaza pokazuje objasnjenja, a ne gole     *
      *             kodove. RETURN-CODE pozivatelja se ne dira -       *
      *             ozbiljnost i dalje odreduje pozivatelj. ENTRY      *
      *             FSDCAUSE samo prevodi status, bez poruke i EXCPTFL *
      *             zapisa (za iznimke koje su vec zapisane).          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSDIAG.

       PROCEDURE DIVISION USING FILE-STATUS-REQUEST.
       0000-MAIN-PARA.
           PERFORM 1000-TRANSLATE-PARA THRU 1000-TRANSLATE-PARA-EXIT.

      * Dosljedna operaterska poruka umjesto golog koda.
           DISPLAY FSD-PROGRAM-ID ": FILE ERROR " FSD-STATUS
                   " ON " FSD-OPERATION
                   " OF " FSD-FILE-NAME.
           DISPLAY "  CAUSE : " FUNCTION TRIM(FSD-CAUSE).
           DISPLAY "  ACTION: " FUNCTION TRIM(FSD-ACTION).

      * Isti tekst ide u zajednicki EXCPTFL pa jutarnja EXCRPT
      * trijaza vidi objasnjenje, ne kod.
           MOVE FSD-PROGRAM-ID TO EXC-PROGRAM-ID.
           MOVE SPACES TO EXC-PARAGRAPH.
           STRING FUNCTION TRIM(FSD-OPERATION) " "
                  FUNCTION TRIM(FSD-FILE-NAME)
               DELIMITED BY SIZE INTO EXC-PARAGRAPH.
           MOVE FSD-STATUS TO EXC-CONDITION-CODE.
           MOVE FSD-CAUSE TO EXC-DESCRIPTION.
           MOVE FSD-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD.

           GOBACK.

      * Samo prijevod statusa u uzrok i postupak - bez poruke i bez
      * EXCPTFL zapisa. Koristi ga INCRAISE za vec zapisane iznimke.
       0500-CAUSE-ONLY-PARA.
       ENTRY "FSDCAUSE" USING FILE-STATUS-REQUEST.
           PERFORM 1000-TRANSLATE-PARA THRU 1000-TRANSLATE-PARA-EXIT.
           GOBACK.

       1000-TRANSLATE-PARA.
           MOVE SPACES TO FSD-CAUSE.
           MOVE SPACES TO FSD-ACTION.

                       TO FSD-ACTION
           END-EVALUATE.

       1000-TRANSLATE-PARA-EXIT.
           EXIT.
