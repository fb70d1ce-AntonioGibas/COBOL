      ******************************************************************
      *    INVREC - Stavka racuna dobavljaca u INVFL datoteci. Svaka   *
      *             stavka se odnosi na jednu narudzbu (ORD-ORDER-NO,  *
      *             vidi ORDREC) i nosi fakturirani broj primjeraka i  *
      *             stvarnu cijenu primjerka. BOOKACQ po njoj knjizi   *
      *             stvarni trosak na fond narudzbe; stavka bez        *
      *             primljene narudzbe ili s cijenom iznad narucene    *
      *             ide na listu odstupanja (DISCRPT).                 *
      ******************************************************************
       01 INVOICE-RECORD.
           05 INV-NUMBER            PIC X(10).
           05 FILLER                PIC X.
           05 INV-ORDER-NO          PIC 9(6).
           05 FILLER                PIC X.
           05 INV-COPY-COUNT        PIC 9(2).
           05 FILLER                PIC X.
           05 INV-UNIT-PRICE        PIC 9(5)V99.
           05 FILLER                PIC X.
