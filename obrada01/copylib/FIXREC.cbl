      ******************************************************************
      *    FIXREC - Zapis rasporeda meceva (FIXFL). CMFIXGEN ga        *
      *             generira po regiji iz aktivnih timova TEAM-VSAM-a  *
      *             (svatko sa svakim unutar regije ili skupine), s    *
      *             datumima meceva na radne dane iz CALSRV-a.         *
      *             CMRESULT i CMPRIZE prihvacaju rezultat samo ako    *
      *             postoji mec istog eventa i datuma u kojem igra tim *
      *             prvaka; CMRESULT oznacava odigrane meceve (P) i    *
      *             prijavljuje one kojima je datum prosao bez         *
      *             rezultata.                                         *
      ******************************************************************
       01 FIXTURE-RECORD.
           05 FIX-EVENT             PIC X(20).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-REGION            PIC X(20).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-GROUP             PIC X.
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-ROUND             PIC 9(2).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-MATCH-NO          PIC 9(3).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-DATE              PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-HOME-TEAM         PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-AWAY-TEAM         PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 FIX-STATUS            PIC X.
               88 FIX-SCHEDULED      VALUE "S".
               88 FIX-PLAYED         VALUE "P".
