      ******************************************************************
      *    INCCLS - Slog povratnog feeda zatvorenih incidenata sa      *
      *             service deska (CLOSFL). Incident ciji se broj      *
      *             pojavi u feedu je zatvoren: INCRAISE za sljedeci   *
      *             pad istog koraka otvara novi incident, a OPSRPT ga *
      *             vise ne prikazuje medu otvorenima.                 *
      ******************************************************************
       01 INCIDENT-CLOSURE-RECORD.
           05 ICL-TICKET-ID            PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICL-CLOSED-DATE          PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Broj zahtjeva u alatu service deska.
           05 ICL-DESK-REF             PIC X(12).
           05 FILLER                   PIC X      VALUE SPACE.
           05 ICL-RESOLUTION           PIC X(40).
