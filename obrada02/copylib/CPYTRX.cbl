      ******************************************************************
      *    CPYTRX - Transakcija odrzavanja evidencije primjeraka       *
      *             (CTRXFL ulaz obrada02/source/BOOKCPY.cbl).         *
      *             REMOVE transakcije za odobrene kandidate za        *
      *             otpis u istom rasporedu pise BOOKWEED.             *
      ******************************************************************
       01 COPY-TRX-RECORD.
           05 CPX-ACTION        PIC X(8).
               88 CPX-IS-ADDCOPY  VALUE "ADDCOPY".
               88 CPX-IS-REMOVE   VALUE "REMOVE".
               88 CPX-IS-TRANSFER VALUE "TRANSFER".
           05 FILLER            PIC X.
           05 CPX-BOOK-ID       PIC 9(5).
           05 FILLER            PIC X.
           05 CPX-COPY-NO       PIC 9(2).
           05 FILLER            PIC X.
      * Poslovnica: za ADDCOPY maticna poslovnica novog primjerka,
      * za TRANSFER odredisna poslovnica.
           05 CPX-BRANCH        PIC X(3).
