      ******************************************************************
      *    DSPREC - Reklamacija kupca na stavku izvoda (DSPFL master,  *
      *             odrzava ga BANKDSP). Stavka se veze brojem         *
      *             knjizenja iz POSTJRN; tko je reklamaciju otvorio i *
      *             tko je odlucio (ne smije biti isti operater),      *
      *             rjesenje (storno/ispravak) i broj knjizenja        *
      *             storna kad ga CBLTYPE proknjizi.                   *
      ******************************************************************
       01 DISPUTE-CASE-RECORD.
           05 DC-CASE-ID            PIC 9(8).
           05 FILLER                PIC X.
           05 DC-ACCOUNT-ID         PIC 9(12).
           05 FILLER                PIC X.
      * Osporena stavka - broj knjizenja, tip, iznos, datum i valuta
      * iz dnevnika knjizenja.
           05 DC-ORIG-REF           PIC 9(12).
           05 FILLER                PIC X.
           05 DC-ORIG-TYPE          PIC X.
           05 FILLER                PIC X.
           05 DC-ORIG-AMOUNT        PIC 9(12)V9(3).
           05 FILLER                PIC X.
           05 DC-ORIG-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 DC-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
           05 DC-REASON             PIC X(40).
           05 FILLER                PIC X.
      * O = otvorena, A = prihvacena (storno ceka knjizenje),
      * D = odbijena, R = rijesena (storno proknjizen),
      * F = storno odbijen na knjizenju (moze se ponovno prihvatiti
      * ili odbiti).
           05 DC-STATUS             PIC X.
               88 DC-OPEN            VALUE "O".
               88 DC-ACCEPTED        VALUE "A".
               88 DC-DECLINED        VALUE "D".
               88 DC-RESOLVED        VALUE "R".
               88 DC-POST-FAILED     VALUE "F".
           05 FILLER                PIC X.
           05 DC-OPENED-BY          PIC X(8).
           05 FILLER                PIC X.
           05 DC-OPENED-DATE        PIC 9(8).
           05 FILLER                PIC X.
           05 DC-DECIDED-BY         PIC X(8).
           05 FILLER                PIC X.
           05 DC-DECIDED-DATE       PIC 9(8).
           05 FILLER                PIC X.
      * X = storno, Y = ispravak (tip stavke u ADJREC); prazno dok
      * reklamacija nije prihvacena.
           05 DC-RESOLUTION         PIC X.
           05 FILLER                PIC X.
           05 DC-ADJ-AMOUNT         PIC 9(12)V9(3).
           05 FILLER                PIC X.
           05 DC-ADJ-POSTING-REF    PIC 9(12).
           05 FILLER                PIC X.
      * Napomena odluke ili razlog odbijanja storna na knjizenju.
           05 DC-NOTE               PIC X(40).
