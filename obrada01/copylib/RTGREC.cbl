      ******************************************************************
      *    RTGREC - Zapis trajnog master rejtinga prvaka (RTGFL, Elo   *
      *             ljestvica). CMRATING ga prenosi iz runa u run      *
      *             (RTGFL -> RTGOUT, kao WLFL/WLOUT kod CMRESULT-a) i *
      *             nakon svakog eventa iz RESFL-a azurira rejting     *
      *             svakog sudionika prema plasmanima svih ostalih.    *
      *             Novi prvak krece od pocetnog rejtinga i ostaje     *
      *             privremen (P) dok ne odigra dovoljno evenata.      *
      ******************************************************************
       01 RATING-MASTER-RECORD.
           05 RTG-CHAMPION          PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 RTG-RATING            PIC 9(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 RTG-EVENTS            PIC 9(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 RTG-PROVISIONAL       PIC X.
               88 RTG-IS-PROVISIONAL VALUE "P".
               88 RTG-ESTABLISHED    VALUE "E".
           05 FILLER                PIC X       VALUE SPACE.
           05 RTG-LAST-EVENT-DATE   PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
      * Rejting prije zadnjeg pokretanja - razlika je pomak u runu.
           05 RTG-PREV-RATING       PIC 9(4).
