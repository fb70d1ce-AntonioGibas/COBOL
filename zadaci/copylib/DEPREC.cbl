      ******************************************************************
      *    DEPREC - Oroceni depozit u DEPFL masteru depozita (stari    *
      *             master DEPFL, novi DEPOUT - obrazac BANKACCT/      *
      *             ACCTFL). Depozit otvara i dnevno obradjuje BANKDEP *
      *             (uplata s vezanog tekuceg racuna, dospijece,       *
      *             obnova po stopi iz DEPRATE, prijevremeni raskid),  *
      *             a BANKDEPL iz njega radi ljestvicu dospijeca.      *
      *             Zatvoreni depoziti ostaju u masteru sa statusom.   *
      ******************************************************************
       01 DEPOSIT-RECORD.
           05 DP-DEPOSIT-NO         PIC 9(8).
           05 FILLER                PIC X.
      * Tekuci racun s kojeg je depozit uplacen i na koji se isplacuje.
           05 DP-LINKED-ACCOUNT     PIC 9(12).
           05 FILLER                PIC X.
           05 DP-HOLDER             PIC X(40).
           05 FILLER                PIC X.
           05 DP-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
           05 DP-AMOUNT             PIC 9(9)V99.
           05 FILLER                PIC X.
           05 DP-TERM               PIC 9(3).
           05 FILLER                PIC X.
      * Ugovorena godisnja stopa i stopa kod prijevremenog raskida
      * (DEPRATE u trenutku otvaranja odnosno obnove).
           05 DP-RATE               PIC 9(2)V9(4).
           05 FILLER                PIC X.
           05 DP-BREAK-RATE         PIC 9(2)V9(4).
           05 FILLER                PIC X.
           05 DP-OPENED             PIC 9(8).
           05 FILLER                PIC X.
           05 DP-MATURITY           PIC 9(8).
           05 FILLER                PIC X.
      * Kamata koja se isplacuje na dan dospijeca tekuceg roka.
           05 DP-INTEREST-DUE       PIC 9(9)V99.
           05 FILLER                PIC X.
      * N = isplata glavnice i kamate, Y = obnova glavnice s kamatom,
      * P = obnova glavnice uz isplatu kamate.
           05 DP-ROLLOVER           PIC X.
               88 DP-PAY-OUT         VALUE "N".
               88 DP-ROLL-ALL        VALUE "Y".
               88 DP-ROLL-PRINCIPAL  VALUE "P".
           05 FILLER                PIC X.
           05 DP-ROLL-COUNT         PIC 9(3).
           05 FILLER                PIC X.
           05 DP-INTEREST-PAID      PIC 9(9)V99.
           05 FILLER                PIC X.
           05 DP-STATUS             PIC X.
               88 DP-ACTIVE          VALUE "A".
               88 DP-MATURED         VALUE "M".
               88 DP-BROKEN          VALUE "B".
           05 FILLER                PIC X.
           05 DP-CLOSED             PIC 9(8).
           05 FILLER                PIC X.
           05 DP-RUN-NUMBER         PIC 9(6).
