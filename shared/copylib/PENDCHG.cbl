      ******************************************************************
      *    PENDCHG - Zapis cekajuce osjetljive promjene u PENDFL skupu *
      *              podataka (kontrola cetiri oka koju je vanjska     *
      *              revizija trazila za sve sto dira cijene ili       *
      *              master zapise). CMFIX ispravke, CARPRICE cjenovne *
      *              akcije i PERCLOSE ponovna otvaranja zatvorenih    *
      *              razdoblja se vise ne provode odmah: upisu se      *
      *              ovdje sa statusom P, drugi operater ih kroz       *
      *              CHGREVW odobri (A) ili odbije (R), a CHGAPPLY     *
      *              provodi samo odobrene i oznacava ih provedenima   *
      *              (D).                                              *
           05 PCH-ID                   PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
      * Ciljni sustav promjene: CHAMPION = ispravak zapisa u
      * CHAMPION-VSAM-u, CARPRICE = cjenovna akcija nad katalogom,
      * PERIOD = ponovno otvaranje zatvorenog razdoblja (PERCLOSE).
           05 PCH-SYSTEM               PIC X(8).
           05 FILLER                   PIC X      VALUE SPACE.
      * Kljuc cilja - CHAMP-NAME, marka|model cjenovne akcije
      * odnosno knjiga|YYYYMM razdoblja.
           05 PCH-TARGET-KEY           PIC X(60).
           05 FILLER                   PIC X      VALUE SPACE.
      * Nove vrijednosti, pipe-delimitirano: za CHAMPION
      * tim|regija|uloga|titule (prazno polje = bez promjene), za
      * CARPRICE vrsta|iznos|valuta (PCT/ABS kao PRCFL), za PERIOD
      * OPEN.
           05 PCH-NEW-VALUES           PIC X(80).
           05 FILLER                   PIC X      VALUE SPACE.
           05 PCH-SUBMITTED-BY         PIC X(8).
