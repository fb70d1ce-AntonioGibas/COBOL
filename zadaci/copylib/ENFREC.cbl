      ******************************************************************
      *    ENFREC - Predmet ovrhe po vlasniku u ENFFL masteru          *
      *             (stari master ENFFL, novi ENFOUT - obrazac         *
      *             DOGPAY/LICBFL). Predmet otvara DOGENF kad vlasnik  *
      *             ima necijepljenog psa, neplacenu naknadu za        *
      *             dozvolu ili opasnog psa bez propisanih mjera;      *
      *             stupanj raste upozorenje -> prva kazna -> druga    *
      *             kazna po rokovima iz ENFCTL, a predmet se sam      *
      *             zatvara kad je vlasnik uskladjen. Zatvoreni        *
      *             predmeti ostaju u masteru kao povijest.            *
      ******************************************************************
       01 ENFORCEMENT-CASE-RECORD.
           05 ENF-CASE-NO           PIC 9(6).
           05 FILLER                PIC X.
           05 ENF-OWNER             PIC X(25).
           05 FILLER                PIC X.
           05 ENF-STATUS            PIC X.
               88 ENF-IS-OPEN        VALUE "O".
               88 ENF-IS-CLOSED      VALUE "C".
           05 FILLER                PIC X.
      * 1 = upozorenje, 2 = prva kazna, 3 = druga kazna.
           05 ENF-LEVEL             PIC 9.
               88 ENF-AT-WARNING     VALUE 1.
               88 ENF-AT-PENALTY-1   VALUE 2.
               88 ENF-AT-PENALTY-2   VALUE 3.
           05 FILLER                PIC X.
           05 ENF-OPENED            PIC 9(8).
           05 FILLER                PIC X.
      * Datum izdavanja tekuceg stupnja - od njega tece rok za
      * sljedeci.
           05 ENF-LEVEL-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 ENF-CLOSED            PIC 9(8).
           05 FILLER                PIC X.
      * Razlozi u zadnjem runu - psi bez cijepljenja, opasni psi bez
      * mjera i neplaceni saldo iz LICBFL.
           05 ENF-UNVACC-DOGS       PIC 9(3).
           05 FILLER                PIC X.
           05 ENF-DANGER-DOGS       PIC 9(3).
           05 FILLER                PIC X.
           05 ENF-UNPAID            PIC 9(7)V99.
           05 FILLER                PIC X.
      * Ukupno kazni proknjizenih kroz DOGPAY na ovom predmetu.
           05 ENF-PENALTY-TOTAL     PIC 9(7)V99.
           05 FILLER                PIC X.
           05 ENF-RUN-NUMBER        PIC 9(6).
