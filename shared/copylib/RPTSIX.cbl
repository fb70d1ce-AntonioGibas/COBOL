      ******************************************************************
      *    RPTSIX - Zapis indeksa sekcija izvjestaja (RPTSIX). Pise ga *
      *             shared/source/RPTWRT za svaki SECT zahtjev: oznaka *
      *             izvjestaja, kljuc sekcije i redni broj prvog retka *
      *             sekcije u RPTFL-u (naslovni redak stranice na      *
      *             kojoj sekcija pocinje). Po njemu                   *
      *             shared/source/RPTDST dijeli izvjestaj na sekcije.  *
      ******************************************************************
       01 REPORT-SECTION-INDEX.
           05 RSX-REPORT-ID            PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 RSX-SECTION-KEY          PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
      * Redni broj retka u RPTFL-u (od 1) i stranica pocetka sekcije.
           05 RSX-FIRST-LINE           PIC 9(7).
           05 FILLER                   PIC X      VALUE SPACE.
           05 RSX-FIRST-PAGE           PIC 9(4).
