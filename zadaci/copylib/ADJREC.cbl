      ******************************************************************
      *    ADJREC - Storno ili ispravak po prihvacenoj reklamaciji.    *
      *             BANKDSP ga generira u DSPADJ (status G) s brojem   *
      *             knjizenja originala; CBLTYPE ga provjerava prema   *
      *             povijesti dnevnika knjizenja (PSTHIST), knjizi     *
      *             suprotno od originala i ispisuje u ADJPST (P =     *
      *             proknjizen, R = odbijen s razlogom). ADJPST cita   *
      *             BANKDSP za status reklamacije i BANKSTMT za izvod. *
      ******************************************************************
       01 ADJUSTMENT-RECORD.
           05 AJ-CASE-ID            PIC 9(8).
           05 FILLER                PIC X.
      * X = storno (cijeli iznos originala), Y = ispravak (dio
      * iznosa originala).
           05 AJ-TYPE               PIC X.
               88 AJ-IS-REVERSAL     VALUE "X".
               88 AJ-IS-CORRECTION   VALUE "Y".
           05 FILLER                PIC X.
           05 AJ-ACCOUNT-ID         PIC 9(12).
           05 FILLER                PIC X.
           05 AJ-AMOUNT             PIC 9(12)V9(3).
           05 FILLER                PIC X.
           05 AJ-DATE               PIC 9(8).
           05 FILLER                PIC X.
      * Original - broj knjizenja iz POSTJRN te tip, iznos i datum
      * stavke kako ih je knjizenje zapisalo.
           05 AJ-ORIG-REF           PIC 9(12).
           05 FILLER                PIC X.
           05 AJ-ORIG-TYPE          PIC X.
           05 FILLER                PIC X.
           05 AJ-ORIG-AMOUNT        PIC 9(12)V9(3).
           05 FILLER                PIC X.
           05 AJ-ORIG-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 AJ-STATUS             PIC X.
               88 AJ-GENERATED       VALUE "G".
               88 AJ-POSTED          VALUE "P".
               88 AJ-REJECTED        VALUE "R".
           05 FILLER                PIC X.
           05 AJ-REASON             PIC X(40).
           05 FILLER                PIC X.
      * Broj knjizenja samog storna/ispravka (POSTJRN).
           05 AJ-POSTING-REF        PIC 9(12).
