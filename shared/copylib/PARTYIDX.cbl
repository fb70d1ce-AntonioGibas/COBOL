      ******************************************************************
      *    PARTYIDX - Zapis indeksa osoba (PTYIDX). Jedan zapis po     *
      *               ulozi osobe u jednom od mastera - clan knjiznice *
      *               (MEMBFL), kupac banke (CUSTFL), vlasnik psa      *
      *               (DOG-VSAM) i vlasnik imovine (CMPFL) - s brojem  *
      *               osobe koji povezuje sve uloge iste stvarne       *
      *               osobe. Gradi ga shared/source/PARTYBLD           *
      *               sparivanjem normaliziranog imena i kontakta;     *
      *               skup je slozen po broju osobe, a uloge osobe     *
      *               vraca servis shared/source/PARTYLKP. Broj osobe  *
      *               je trajan - ponovna izgradnja ga zadrzava za vec *
      *               indeksirane uloge.                               *
      ******************************************************************
       01 PARTY-INDEX-RECORD.
           05 PTY-PARTY-ID             PIC 9(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Sustav uloge - LIBRARY, BANK, DOGS ili ASSETS.
           05 PTY-SYSTEM               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Izvorni master i kljuc zapisa u njemu: broj clana (MEMBFL),
      * broj kupca (CUSTFL), ime vlasnika (DOGVS - registar pasa
      * nema broj vlasnika) ili ime vlasnika imovine (CMPFL).
           05 PTY-SOURCE               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PTY-SOURCE-KEY           PIC X(30).
           05 FILLER                   PIC X      VALUE SPACE.
      * Ime i kontakt kako ih vodi izvorni master.
           05 PTY-NAME                 PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PTY-CONTACT              PIC X(50).
           05 FILLER                   PIC X      VALUE SPACE.
      * Kako je uloga vezana uz osobu: S = jedina uloga osobe,
      * A = automatsko sparivanje, C = veza koju je potvrdio
      * sluzbenik (PTYLNK).
           05 PTY-MATCH                PIC X.
               88 PTY-SINGLE            VALUE "S".
               88 PTY-AUTO-LINKED       VALUE "A".
               88 PTY-CLERK-LINKED      VALUE "C".
           05 FILLER                   PIC X      VALUE SPACE.
      * Najbolja ocjena sparivanja s drugom ulogom iste osobe
      * (0-100).
           05 PTY-SCORE                PIC 9(3).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PTY-BUILD-DATE           PIC 9(8).
