      ******************************************************************
      *    RETCLK - Zapis sata zadrzavanja (RETCLK/RETCLKO). Zatvoreni *
      *             kupac (CUSTFL) i neaktivan clan bez datuma isteka  *
      *             (MEMBFL) u masteru nemaju datum zatvaranja, pa     *
      *             shared/source/RETPURGE pamti datum prvog           *
      *             pokretanja koje je zapis vidjelo zatvorenim i od   *
      *             njega racuna razdoblje zadrzavanja. Zapis koji se  *
      *             ponovno aktivira ispada iz registra.               *
      ******************************************************************
       01 RETENTION-CLOCK-RECORD.
           05 RCK-DATASET              PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Broj clana ili broj kupca.
           05 RCK-KEY                  PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 RCK-SINCE-DATE           PIC 9(8).
