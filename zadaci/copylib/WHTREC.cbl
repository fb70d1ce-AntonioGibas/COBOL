      ******************************************************************
      *    WHTREC - Stavka poreza po odbitku na kamatu. CBLTYPE je     *
      *             ispisuje u WHTLED za svaki proknjizeni pripis      *
      *             kamate ('J') - kupac racuna i njegova              *
      *             rezidentnost (CUSTFL), stopa iz WHTRATE na datum   *
      *             pripisa, kamata i zadrzani porez u valuti racuna.  *
      *             BANKSTMT po njoj prikazuje porez na izvodu, a      *
      *             BANKWHT iz godisnjeg skupa stavki izdaje potvrde   *
      *             kupcima i zbirnu datoteku poreznoj upravi.         *
      ******************************************************************
       01 WITHHOLDING-TAX-RECORD.
           05 WH-ACCOUNT-ID         PIC 9(12).
           05 FILLER                PIC X.
      * Kupac racuna iz CUSTLNK (prvi povezani); 0 = racun bez kupca.
           05 WH-CUST-ID            PIC 9(6).
           05 FILLER                PIC X.
           05 WH-RESIDENCY          PIC X(2).
           05 FILLER                PIC X.
      * Datum pripisa kamate (TRANS-DATE 'J' transakcije).
           05 WH-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 WH-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
           05 WH-INTEREST           PIC 9(12)V99.
           05 FILLER                PIC X.
      * Stopa u postocima (npr. 1000 = 10,00%) i zadrzani porez.
           05 WH-RATE               PIC 9(2)V99.
           05 FILLER                PIC X.
           05 WH-TAX                PIC 9(12)V99.
           05 FILLER                PIC X.
           05 WH-RUN-NUMBER         PIC 9(6).
