      ******************************************************************
      *    PSTREC - Stavka dnevnika knjizenja (POSTJRN). CBLTYPE       *
      *             ispisuje jednu stavku za svaku proknjizenu         *
      *             transakciju iz TRNFL, zadrzani porez po odbitku    *
      *             ('W'), storno/ispravak po reklamaciji ('X'/'Y') i  *
      *             izvrseni nalog za placanje ('P'), s jedinstvenim   *
      *             brojem knjizenja - to su stavke izvoda kupca.      *
      *             Povijest dnevnika (PSTHIST) cita BANKDSP kad       *
      *             otvara reklamaciju i CBLTYPE kad knjizi storno -   *
      *             original mora postojati i smije se stornirati      *
      *             najvise jednom.                                    *
      ******************************************************************
       01 POSTED-ENTRY-RECORD.
      * Broj knjizenja - broj pokretanja CBLTYPE-a i redni broj
      * stavke u runu.
           05 PJ-POSTING-REF        PIC 9(12).
           05 FILLER                PIC X.
           05 PJ-ACCOUNT-ID         PIC 9(12).
           05 FILLER                PIC X.
           05 PJ-TYPE               PIC X.
           05 FILLER                PIC X.
           05 PJ-AMOUNT             PIC 9(12)V9(3).
           05 FILLER                PIC X.
           05 PJ-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 PJ-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
      * Za 'X'/'Y' broj knjizenja stornirane stavke i broj
      * reklamacije (BANKDSP); nule za sve ostale stavke.
           05 PJ-ORIG-REF           PIC 9(12).
           05 FILLER                PIC X.
           05 PJ-CASE-ID            PIC 9(8).
           05 FILLER                PIC X.
           05 PJ-RUN-NUMBER         PIC 9(6).
