      ******************************************************************
      *    STOREC - Zapis jednog trajnog naloga u kontrolnoj datoteci  *
      *             STOFL: racun, tip transakcije, iznos, valuta, dan  *
      *             u mjesecu, razdoblje vazenja i status. Cita ga     *
      *             STORDGEN (dospjeli nalozi -> STOTRX), a CARSALE    *
      *             dopisuje naloge za rate kredita pri prodaji        *
      *             vozila na kredit.                                  *
      ******************************************************************
       01 STANDING-ORDER-RECORD.
           05 STO-ACCOUNT       PIC 9(12).
           05 FILLER            PIC X.
           05 STO-TYPE          PIC X.
           05 FILLER            PIC X.
           05 STO-AMOUNT        PIC S9(12)V9(3).
           05 FILLER            PIC X.
           05 STO-CURRENCY      PIC X(3).
           05 FILLER            PIC X.
           05 STO-DAY           PIC 9(2).
           05 FILLER            PIC X.
           05 STO-START-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 STO-END-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 STO-STATUS        PIC X.
               88 STO-ACTIVE     VALUE "A".
