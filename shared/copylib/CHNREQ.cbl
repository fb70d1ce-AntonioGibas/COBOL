      ******************************************************************
      *    CHNREQ - Zahtjev/odgovor zajednickog servisa ulancanog      *
      *             hasha (shared/source/CHNHASH.cbl). Pozivatelj puni *
      *             hash prethodnog zapisa traga i sadrzaj novog       *
      *             zapisa (bez njegovog polja hasha), servis vraca    *
      *             hash novog zapisa - svaki zapis tako nosi otisak   *
      *             cijele povijesti ispred sebe.                      *
      ******************************************************************
       01 CHAIN-HASH-REQUEST.
      * Hash prethodnog zapisa; razmaci = pocetak lanca (zapis prije
      * ulancavanja ili prazan trag) i racunaju se kao sve nule.
           05 CHN-PREV-HASH            PIC X(16).
           05 CHN-DATA-LEN             PIC 9(4)   COMP.
           05 CHN-DATA                 PIC X(256).
           05 CHN-NEW-HASH             PIC X(16).
      * "00" = hash izracunat, "90" = duljina sadrzaja izvan 1-256.
           05 CHN-RESULT               PIC XX.
