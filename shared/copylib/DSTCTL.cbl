      ******************************************************************
      *    DSTCTL - Zapis kontrolne datoteke distribucije izvjestaja   *
      *             (DSTCTL). Jedan zapis po primatelju sekcije:       *
      *             oznaka izvjestaja (RW-REPORT-ID), kljuc sekcije    *
      *             (RW-SECTION-KEY; * = svaka sekcija bez vlastitog   *
      *             zapisa), nacin isporuke i primatelj. Cita ga       *
      *             shared/source/RPTDST.                              *
      ******************************************************************
       01 DISTRIBUTION-CONTROL-RECORD.
           05 DST-REPORT-ID            PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DST-SECTION-KEY          PIC X(30).
               88 DST-ANY-SECTION       VALUE "*".
           05 FILLER                   PIC X      VALUE SPACE.
      * PRINT = ispis (DSTPRT) s popratnim listom primatelja, MAIL =
      * e-mail prilog (DSTATT) uz obavijest u NTFQFL, ARCH = arhivski
      * skup podataka (DSTARC).
           05 DST-METHOD               PIC X(5).
               88 DST-BY-PRINT          VALUE "PRINT".
               88 DST-BY-MAIL           VALUE "MAIL".
               88 DST-BY-ARCHIVE        VALUE "ARCH".
           05 FILLER                   PIC X      VALUE SPACE.
      * Naziv primatelja za PRINT/ARCH, e-mail adresa za MAIL.
           05 DST-RECIPIENT            PIC X(50).
