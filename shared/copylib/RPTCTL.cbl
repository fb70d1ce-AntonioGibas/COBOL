      *                       (RW-LINE), s praznim retkom iza          *
      *               TOTAL - zavrsni redak zbroja (RW-LINE)           *
      *               CLOSE - zatvara izvjestaj                        *
      *               SECT  - pocetak sekcije izvjestaja na novoj      *
      *                       stranici (RW-REPORT-ID, RW-SECTION-KEY); *
      *                       sekcija se biljezi u indeks RPTSIX po    *
      *                       kojem je RPTDST dijeli primateljima      *
      *             RW-PAGE-NUMBER i RW-LINE-COUNT odrzava servis.     *
      ******************************************************************
       01 REPORT-WRITER-REQUEST.
               88 RW-DO-BREAK           VALUE "BREAK".
               88 RW-DO-TOTAL           VALUE "TOTAL".
               88 RW-DO-CLOSE           VALUE "CLOSE".
               88 RW-DO-SECTION         VALUE "SECT".
           05 RW-TITLE                 PIC X(60).
           05 RW-COLUMN-HEADING        PIC X(100).
           05 RW-LINE                  PIC X(100).
           05 RW-LINES-PER-PAGE        PIC 9(3).
           05 RW-PAGE-NUMBER           PIC 9(4).
           05 RW-LINE-COUNT            PIC 9(3).
      * Oznaka izvjestaja i kljuc sekcije (podruznica, regija,
      * vlasnik...) za SECT - po njima RPTDST dijeli izvjestaj i
      * salje sekcije primateljima iz DSTCTL-a.
           05 RW-REPORT-ID             PIC X(8).
           05 RW-SECTION-KEY           PIC X(30).
