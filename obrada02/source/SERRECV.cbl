      *           ocekivani broj prelazi u status "R" s danasnjim      *
      *           datumom - i cijeli novi ISSUFL ispisuje u ISSOUT     *
      *           (sekvencijalno azuriranje kao BORRREG). Na kraju     *
      *           pise reklamacijski izvjestaj (CLMRPT): brojevi jos u *
      *           statusu "E" ciji je ocekivani datum prosao vise od   *
      *           PARM GRACE=nn dana (default 14; kraj poceka racuna   *
      *           servis radnih dana BUSDAY po pravilu SERRECV-a iz    *
      *           BDAYFL), s naslovom pretplate iz SUBSFL mastera.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PARM-om GRACE=nn.
       01 WS-GRACE-DAYS    PIC 9(3) VALUE 14.
       01 WS-TODAY-DATE-NUM PIC 9(8).

      * Kraj poceka (ocekivani datum + GRACE dana) po radnim danima -
      * vidi shared/copylib/BDAYREQ i shared/source/BUSDAY (pravilo
      * SERRECV u BDAYFL).
           COPY BDAYREQ.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
                   UNTIL ISS-IDX > WS-ISSUE-COUNT
               IF IT-STATUS(ISS-IDX) = "E"
                       AND IT-EXPECTED(ISS-IDX) > 0
                   PERFORM GRACE-DATE-PARA THRU GRACE-DATE-PARA-EXIT
                   IF WS-TODAY-DATE-NUM > BDQ-RESULT-DATE
                       ADD 1 TO CLAIM-COUNT
                       PERFORM FIND-SUB-TITLE-PARA
                               THRU FIND-SUB-TITLE-PARA-EXIT
       REPORT-CLAIMS-PARA-EXIT.
           EXIT.

      * Kraj poceka za broj ISS-IDX: ocekivani datum + WS-GRACE-DAYS
      * po pravilu SERRECV-a (kalendarski ili radni dani, pomak s
      * neradnog dana) u BDQ-RESULT-DATE.
       GRACE-DATE-PARA.
           SET BDQ-APPLY-RULE TO TRUE.
           MOVE "SERRECV"            TO BDQ-PROGRAM.
           MOVE IT-EXPECTED(ISS-IDX) TO BDQ-DATE.
           MOVE WS-GRACE-DAYS        TO BDQ-DAYS.
           MOVE ZEROS                TO BDQ-TO-DATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       GRACE-DATE-PARA-EXIT.
           EXIT.

       FIND-SUB-TITLE-PARA.
           MOVE "(UNKNOWN SUBSCRIPTION)" TO WS-CLAIM-TITLE.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
