      ******************************************************************
      *    AMLREC - AML slucaj u masteru slucajeva (stari AMLCSFL,     *
      *             novi AMLCSOUT - obrazac BANKACCT/ACCTFL). Slucaj   *
      *             otvara BANKAML za kupca iz CUSTFL/CUSTLNK: "L" =   *
      *             gotovina u kliznom prozoru na ili iznad zakonskog  *
      *             praga, "S" = strukturiranje (ponovljene stavke     *
      *             tik ispod praga preko vise racuna ili dana).       *
      *             AC-THROUGH-DATE je datum zadnje transakcije koju   *
      *             slucaj pokriva - aktivnost do tog datuma se za     *
      *             istog kupca i vrstu ne prijavljuje ponovno.        *
      *             Slucaj zatvara sluzbenik za uskladjenost (AMLCLS). *
      ******************************************************************
       01 AML-CASE-RECORD.
           05 AC-CASE-NO            PIC 9(8).
           05 FILLER                PIC X.
           05 AC-CUST-ID            PIC 9(6).
           05 FILLER                PIC X.
           05 AC-TYPE               PIC X.
               88 AC-LARGE-CASH      VALUE "L".
               88 AC-STRUCTURING     VALUE "S".
           05 FILLER                PIC X.
           05 AC-FIRST-DATE         PIC 9(8).
           05 FILLER                PIC X.
           05 AC-THROUGH-DATE       PIC 9(8).
           05 FILLER                PIC X.
      * Iznos u EUR, broj transakcija, razlicitih racuna i dana.
           05 AC-AMOUNT-EUR         PIC 9(11)V99.
           05 FILLER                PIC X.
           05 AC-TRX-COUNT          PIC 9(5).
           05 FILLER                PIC X.
           05 AC-ACCOUNT-COUNT      PIC 9(2).
           05 FILLER                PIC X.
           05 AC-DAY-COUNT          PIC 9(3).
           05 FILLER                PIC X.
           05 AC-OPENED             PIC 9(8).
           05 FILLER                PIC X.
           05 AC-STATUS             PIC X.
               88 AC-OPEN            VALUE "O".
               88 AC-CLOSED          VALUE "C".
           05 FILLER                PIC X.
           05 AC-CLOSED-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 AC-OFFICER            PIC X(8).
           05 FILLER                PIC X.
           05 AC-RUN-NUMBER         PIC 9(6).
