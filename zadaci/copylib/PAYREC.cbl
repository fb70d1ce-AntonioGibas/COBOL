      ******************************************************************
      *    PAYREC - Nalog za placanje prema drugoj banci. Nalog        *
      *             zaprima i provjerava BANKPAY (IBAN kontrolni broj, *
      *             racun, valuta) i dospjele predaje u PAYORD;        *
      *             CBLTYPE ih tereti uz kontrolu dozvoljenog minusa i *
      *             ispisuje u PAYPST; BANKCLR proknjizene salje       *
      *             klirinskoj kuci (CLROUT) i vodi registar poslanih  *
      *             naloga (stari PAYREG, novi PAYREGO) po kojem       *
      *             povrate klirinske kuce (CLRRTN) storno odobrava    *
      *             racunu.                                            *
      ******************************************************************
       01 PAYMENT-ORDER-RECORD.
      * Broj naloga - broj pokretanja BANKPAY-a i redni broj u runu.
           05 PO-ORDER-ID           PIC 9(10).
           05 FILLER                PIC X.
           05 PO-DEBIT-ACCOUNT      PIC 9(12).
           05 FILLER                PIC X.
           05 PO-BENEF-IBAN         PIC X(34).
           05 FILLER                PIC X.
           05 PO-BENEF-NAME         PIC X(70).
           05 FILLER                PIC X.
      * Iznos u valuti naloga - mora biti valuta racuna terecenja.
           05 PO-AMOUNT             PIC 9(11)V99.
           05 FILLER                PIC X.
           05 PO-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
           05 PO-REFERENCE          PIC X(35).
           05 FILLER                PIC X.
           05 PO-EXEC-DATE          PIC 9(8).
           05 FILLER                PIC X.
      * V = provjeren i dospio (PAYORD), H = zadrzan do datuma
      * izvrsenja, P = proknjizen, R = odbijen na knjizenju,
      * S = poslan klirinskoj kuci, X = vracen i storniran.
           05 PO-STATUS             PIC X.
               88 PO-VALIDATED       VALUE "V".
               88 PO-HELD            VALUE "H".
               88 PO-POSTED          VALUE "P".
               88 PO-REJECTED        VALUE "R".
               88 PO-SENT            VALUE "S".
               88 PO-RETURNED        VALUE "X".
           05 FILLER                PIC X.
           05 PO-REASON             PIC X(30).
           05 FILLER                PIC X.
      * Klirinski paket (broj pokretanja BANKCLR-a i redni broj
      * valutnog paketa) i sifra povrata klirinske kuce.
           05 PO-BATCH-NO           PIC 9(8).
           05 FILLER                PIC X.
           05 PO-RETURN-REASON      PIC X(4).
           05 FILLER                PIC X.
           05 PO-RETURN-DATE        PIC 9(8).
