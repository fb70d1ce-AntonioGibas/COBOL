      ******************************************************************
      *    ALSREQ - Zahtjev/odgovor servisa starih imena prvaka        *
      *             (obrada01/source/ALIASRV.cbl). Pozivatelj puni     *
      *             ALR-NAME, servis vraca tekuce ime prvaka iz ALSFL  *
      *             tablice starih imena i datum preimenovanja.        *
      ******************************************************************
       01 ALIAS-REQUEST.
           05 ALR-NAME                 PIC X(30).
           05 ALR-CURRENT-NAME         PIC X(30).
           05 ALR-RENAME-DATE          PIC 9(8).
      * "00" = ALR-NAME je staro ime, tekuce je u ALR-CURRENT-NAME;
      * "04" = ALR-NAME nije staro ime (ALR-CURRENT-NAME = ALR-NAME).
           05 ALR-RESULT               PIC XX.
