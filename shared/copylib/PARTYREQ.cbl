      ******************************************************************
      *    PARTYREQ - Zahtjev/odgovor servisa indeksa osoba            *
      *               (shared/source/PARTYLKP.cbl). PLQ-FUNCTION P     *
      *               trazi uloge po broju osobe, S po izvornom        *
      *               masteru i kljucu, N po izvornom masteru i imenu  *
      *               (za skupove koji osobu vode samo po imenu, npr.  *
      *               FINBFL) - broj osobe se tada vraca u             *
      *               PLQ-PARTY-ID. Servis vraca F (nadjeno) ili N i   *
      *               do 20 uloga osobe u svim sustavima.              *
      ******************************************************************
       01 PARTY-LOOKUP-REQUEST.
           05 PLQ-FUNCTION             PIC X.
               88 PLQ-BY-PARTY          VALUE "P".
               88 PLQ-BY-SOURCE         VALUE "S".
               88 PLQ-BY-NAME           VALUE "N".
           05 PLQ-PARTY-ID             PIC 9(8).
      * MEMBFL, CUSTFL, DOGVS ili CMPFL i kljuc kao u PTY-SOURCE-KEY.
           05 PLQ-SOURCE               PIC X(8).
           05 PLQ-SOURCE-KEY           PIC X(30).
      * Ime uloge kako ga vodi izvorni master (funkcija N).
           05 PLQ-NAME                 PIC X(50).
           05 PLQ-RESULT               PIC X.
               88 PLQ-FOUND             VALUE "F".
               88 PLQ-NOT-FOUND         VALUE "N".
           05 PLQ-ROLE-COUNT           PIC 9(2).
           05 PLQ-ROLE OCCURS 20 TIMES INDEXED BY PLQ-IDX.
              10 PLQ-ROLE-SYSTEM       PIC X(8).
              10 PLQ-ROLE-SOURCE       PIC X(8).
              10 PLQ-ROLE-KEY          PIC X(30).
              10 PLQ-ROLE-NAME         PIC X(50).
              10 PLQ-ROLE-CONTACT      PIC X(50).
