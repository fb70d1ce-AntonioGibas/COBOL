           05 FILLER                   PIC X      VALUE SPACE.
           05 NTF-SUBST-3              PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
      * Q = u redu, S = poslano, F = neuspjeh - prepisuje NTFDISP;
      * B = isporuka vracena od mail housea - postavlja NTFBNC.
           05 NTF-STATUS               PIC X.
           05 FILLER                   PIC X      VALUE SPACE.
           05 NTF-PROGRAM-ID           PIC X(8).
