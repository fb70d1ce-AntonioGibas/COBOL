      ******************************************************************
      *    INCREQ - Zahtjev/odgovor zajednickog servisa incidenata     *
      *             (shared/source/INCRAISE.cbl). Pozivatelj (DAILYCTL *
      *             za pali korak, BALCHK za neslaganje kontrolnih     *
      *             zbrojeva, RUNLOCK za zaostalu bravu) puni izvor,   *
      *             vrstu, program, korak, RC i sazetak; servis otvara *
      *             novi ili azurira otvoreni incident u izlaznom      *
      *             INCIFL sucelju prema service desku i vraca broj    *
      *             incidenta.                                         *
      ******************************************************************
       01 INCIDENT-REQUEST.
      * Program koji prijavljuje incident (DAILYCTL, BALCHK, RUNLOCK).
           05 IRQ-SOURCE               PIC X(8).
           05 IRQ-TYPE                 PIC X(10).
               88 IRQ-STEP-FAILURE      VALUE "STEP FAIL".
               88 IRQ-IMBALANCE         VALUE "IMBALANCE".
               88 IRQ-STALE-LOCK        VALUE "STALE LOCK".
      * Program i korak na koje se incident odnosi - zajedno s izvorom
      * i vrstom cine kljuc po kojem se ponovljeni pad istog koraka
      * dopisuje u otvoreni incident.
           05 IRQ-PROGRAM              PIC X(8).
           05 IRQ-STEP                 PIC X(8).
           05 IRQ-RC                   PIC S9(4)  COMP.
      * Broj pokretanja (RUNALLOC); nula = servis ga uzima iz zadnjih
      * EXCPTFL zapisa programa.
           05 IRQ-RUN-NUMBER           PIC 9(6).
           05 IRQ-SUMMARY              PIC X(60).
      * Izlaz: broj incidenta, NEW ili UPD i rezultat ("00" = upisano,
      * "92" = neispravan zahtjev).
           05 IRQ-TICKET-ID            PIC 9(8).
           05 IRQ-ACTION               PIC X(3).
           05 IRQ-RESULT               PIC XX.
