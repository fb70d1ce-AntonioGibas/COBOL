      ******************************************************************
      *    SVCREC - Servisni nalog za racunalnu imovinu (SVCFL master, *
      *             odrzava ga EMPSVC). Nalog se otvara po COMPUTER-   *
      *             ID-u s kategorijom kvara, serviserom i troskom;    *
      *             pri otvaranju se po datumu kupnje iz CMPFL i pragu *
      *             jamstva (WARRANTYYEARS) biljezi je li popravak u   *
      *             jamstvu i starost imovine u danima. EMPSVC po      *
      *             njemu slaze izvjestaj o pouzdanosti, a EMPBUDG     *
      *             imovinu s previse popravaka u godini uvrstava u    *
      *             plan zamjene.                                      *
      ******************************************************************
       01 SERVICE-TICKET-RECORD.
           05 SV-TICKET-ID          PIC 9(8).
           05 FILLER                PIC X.
           05 SV-COMPUTER-ID        PIC X(5).
           05 FILLER                PIC X.
      * O = otvoren (imovina je na servisu), C = zatvoren.
           05 SV-STATUS             PIC X.
               88 SV-OPEN            VALUE "O".
               88 SV-CLOSED          VALUE "C".
           05 FILLER                PIC X.
      * Kategorija kvara (npr. SCREEN, BATTERY, DISK, BOARD).
           05 SV-FAULT              PIC X(10).
           05 FILLER                PIC X.
           05 SV-VENDOR             PIC X(20).
           05 FILLER                PIC X.
           05 SV-COST               PIC 9(7)V99.
           05 FILLER                PIC X.
      * Y = popravak u jamstvu na datum otvaranja, N = izvan jamstva,
      * U = datum kupnje u CMPFL nije ispravan.
           05 SV-WARRANTY           PIC X.
               88 SV-UNDER-WARRANTY  VALUE "Y".
           05 FILLER                PIC X.
      * Starost imovine u danima od kupnje do otvaranja naloga.
           05 SV-AGE-DAYS           PIC 9(5).
           05 FILLER                PIC X.
           05 SV-OPENED-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 SV-OPENED-BY          PIC X(8).
           05 FILLER                PIC X.
           05 SV-CLOSED-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 SV-CLOSED-BY          PIC X(8).
           05 FILLER                PIC X.
           05 SV-NOTE               PIC X(40).
