      ******************************************************************
      *    DSTLOG - Zapis dnevnika isporuke sekcija izvjestaja         *
      *             (DSTLOG). shared/source/RPTDST ga dopisuje za      *
      *             svaku isporuku sekcije primatelju, te za sekciju   *
      *             bez primatelja ili s neispravnim nacinom isporuke  *
      *             - koja je sekcija kojeg izvjestaja kome otisla i   *
      *             kojim putem.                                       *
      ******************************************************************
       01 DISTRIBUTION-LOG-RECORD.
           05 DLG-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Jedinstveni broj pokretanja (shared/source/RUNALLOC).
           05 DLG-RUN-NUMBER           PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DLG-REPORT-ID            PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DLG-SECTION-KEY          PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DLG-METHOD               PIC X(5).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DLG-RECIPIENT            PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
           05 DLG-LINES                PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
      * Oznaka priloga u DSTATT-u za MAIL isporuku.
           05 DLG-REFERENCE            PIC X(12).
           05 FILLER                   PIC X      VALUE SPACE.
      * D = isporuceno, T = isporuceno skraceno (sekcija dulja od
      * tablice redaka, visak nije isporucen), U = sekcija bez
      * primatelja, E = neispravan nacin isporuke u DSTCTL-u.
           05 DLG-STATUS               PIC X.
               88 DLG-DELIVERED         VALUE "D".
               88 DLG-TRUNCATED         VALUE "T".
               88 DLG-UNROUTED          VALUE "U".
               88 DLG-BAD-METHOD        VALUE "E".
