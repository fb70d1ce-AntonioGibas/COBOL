      ******************************************************************
      *    INCREC - Slog izlaznog sucelja incidenata prema service     *
      *             desku (INCIFL). Svaki zapis je jedna poruka: NEW   *
      *             otvara incident, UPD javlja ponovljeni pad istog   *
      *             koraka unutar prozora pod istim brojem incidenta.  *
      *             Uz program, korak, RC i broj pokretanja nosi do    *
      *             pet pripadnih EXCPTFL opisa s uzrokom obicnim      *
      *             jezikom iz FSDIAG-a. Pise ga                       *
      *             shared/source/INCRAISE, a OPSRPT ga uz povratni    *
      *             CLOSFL feed cita za pregled otvorenih incidenata.  *
      ******************************************************************
       01 INCIDENT-RECORD.
           05 INC-TICKET-ID            PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-ACTION               PIC X(3).
               88 INC-IS-NEW            VALUE "NEW".
               88 INC-IS-UPDATE         VALUE "UPD".
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-DATE                 PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-TIME                 PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-SOURCE               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-TYPE                 PIC X(10).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-PROGRAM              PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-STEP                 PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-RC                   PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-RUN-NUMBER           PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
      * Koliko je puta isti korak pao pod ovim incidentom.
           05 INC-OCCURRENCES          PIC 9(4).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-SUMMARY              PIC X(60).
           05 FILLER                   PIC X      VALUE SPACE.
      * Ukupno pripadnih EXCPTFL zapisa; prvih pet ide u poruku.
           05 INC-EXC-TOTAL            PIC 9(4).
           05 FILLER                   PIC X      VALUE SPACE.
           05 INC-EXCEPTION OCCURS 5 TIMES.
               10 INC-EXC-CODE         PIC X(8).
               10 FILLER               PIC X.
               10 INC-EXC-DESCRIPTION  PIC X(60).
               10 FILLER               PIC X.
               10 INC-EXC-CAUSE        PIC X(60).
               10 FILLER               PIC X.
