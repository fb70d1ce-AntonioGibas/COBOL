      ******************************************************************
      *    RETPOL - Zapis politike zadrzavanja osobnih podataka        *
      *             (RETPOL kontrolna datoteka, odrzava je sluzbenik   *
      *             za zastitu podataka). Jedan zapis po skupu         *
      *             podataka i polju: nakon koliko mjeseci od          *
      *             referentnog datuma zapisa se osobni podatak        *
      *             uklanja (P) ili nepovratno pseudonimizira (S).     *
      *             Zapis sa skupom *KEY nosi tajni kljuc pseudonima - *
      *             isti kljuc daje isti pseudonim za isto ime u svim  *
      *             skupovima, pa brojanja po osobi ostaju tocna.      *
      *             Politiku primjenjuje shared/source/RETPURGE.       *
      ******************************************************************
       01 RETENTION-POLICY-RECORD.
      * CIRHST, MEMBFL, CUSTFL, OWNRJRN ili DSPARC; *KEY za kljuc.
           05 RTP-DATASET              PIC X(8).
               88 RTP-IS-KEY            VALUE "*KEY".
           05 FILLER                   PIC X      VALUE SPACE.
      * Ime polja kako ga vodi program vlasnik skupa (npr.
      * CHR-BORROWER, MBR-CONTACT, OWNER-EMAIL).
           05 RTP-FIELD                PIC X(30).
           05 RTP-KEY-VIEW REDEFINES RTP-FIELD.
               10 RTP-PSEUDONYM-KEY     PIC X(16).
               10 FILLER                PIC X(14).
           05 FILLER                   PIC X      VALUE SPACE.
      * Razdoblje zadrzavanja u mjesecima od referentnog datuma.
           05 RTP-RETAIN-MONTHS        PIC 9(3).
           05 FILLER                   PIC X      VALUE SPACE.
           05 RTP-ACTION               PIC X.
               88 RTP-PURGE             VALUE "P".
               88 RTP-PSEUDONYMIZE      VALUE "S".
               88 RTP-ACTION-VALID      VALUE "P" "S".
