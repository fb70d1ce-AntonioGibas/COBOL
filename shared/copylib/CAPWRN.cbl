      ******************************************************************
      *    CAPWRN - Upozorenje o popunjenosti tablice u memoriji.      *
      *             Ispisuje ga shared/source/CAPFCST za svaku tablicu *
      *             cija je zadnja izmjerena popunjenost dosegla prag  *
      *             upozorenja (default 80%), s projiciranim datumom   *
      *             dosezanja granice po trendu rasta. OPSRPT ih       *
      *             prikazuje u dnevnom operaterskom pregledu.         *
      ******************************************************************
       01 CAPACITY-WARNING-RECORD.
      * Datum izvodjenja CAPFCST-a na koji se mjerenje odnosi.
           05 CW-RUN-DATE              PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 CW-PROGRAM-NAME          PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 CW-TABLE-NAME            PIC X(20).
           05 FILLER                   PIC X      VALUE SPACE.
           05 CW-LIMIT                 PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 CW-CURRENT               PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 CW-PERCENT               PIC 9(3).
           05 FILLER                   PIC X      VALUE SPACE.
      * Projicirani datum dosezanja granice; razmaci = trend ne raste
      * ili nema dovoljno mjerenja za trend.
           05 CW-LIMIT-DATE            PIC X(8).
