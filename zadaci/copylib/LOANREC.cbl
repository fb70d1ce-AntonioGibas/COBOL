      ******************************************************************
      *    LOANREC - Kredit u LOANFL masteru kredita (stari master     *
      *              LOANFL, novi LOANOUT - obrazac BANKACCT/ACCTFL).  *
      *              Kredit otvara BANKLOAN (bankovni kredit s         *
      *              kreditnim racunom u ACCTFL ili kredit za vozilo   *
      *              koji je otvorio CARSALE), a BANKLNDU mjesecno     *
      *              obracunava dospjele rate, zaostatke po razredima  *
      *              (do 29, 30, 60 i 90+ dana) i zateznu kamatu.      *
      *              Stanje kreditnog racuna u ACCTFL je negativno -   *
      *              ono sto duznik jos duguje.                        *
      ******************************************************************
       01 LOAN-RECORD.
           05 LN-LOAN-ACCOUNT       PIC 9(12).
           05 FILLER                PIC X.
      * Racun s kojeg se rata naplacuje (direktno terecenje); nula =
      * duznik sam uplacuje na kreditni racun (trajni nalog, virman).
           05 LN-REPAY-ACCOUNT      PIC 9(12).
           05 FILLER                PIC X.
           05 LN-SOURCE             PIC X(4).
               88 LN-FROM-BANK       VALUE "BANK".
               88 LN-FROM-CARSALE    VALUE "CAR".
           05 FILLER                PIC X.
           05 LN-BORROWER           PIC X(40).
           05 FILLER                PIC X.
           05 LN-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
           05 LN-PRINCIPAL          PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-RATE               PIC 9(2)V99.
           05 FILLER                PIC X.
           05 LN-TERM               PIC 9(3).
           05 FILLER                PIC X.
           05 LN-INSTALLMENT        PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-OPENED             PIC 9(8).
           05 FILLER                PIC X.
           05 LN-FIRST-DUE          PIC 9(8).
           05 FILLER                PIC X.
      * Broj dospjelih rata, datum zadnje dospjele i sljedece rate.
           05 LN-DUE-COUNT          PIC 9(3).
           05 FILLER                PIC X.
           05 LN-LAST-DUE           PIC 9(8).
           05 FILLER                PIC X.
           05 LN-NEXT-DUE           PIC 9(8).
           05 FILLER                PIC X.
      * Glavnica koja jos nije dospjela (po planu otplate, umanjena
      * za prijevremene otplate) i dug po ACCTFL-u u zadnjem runu.
           05 LN-SCHED-BALANCE      PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-OWED               PIC 9(9)V99.
           05 FILLER                PIC X.
      * Zaostatak u zadnjem runu - iznos, broj neplacenih rata,
      * najstarija neplacena rata, dani kasnjenja i razred.
           05 LN-ARREARS            PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-ARREARS-COUNT      PIC 9(3).
           05 FILLER                PIC X.
           05 LN-OLDEST-UNPAID      PIC 9(8).
           05 FILLER                PIC X.
           05 LN-DAYS-PAST-DUE      PIC 9(4).
           05 FILLER                PIC X.
           05 LN-BUCKET             PIC X(2).
               88 LN-IN-ORDER        VALUE "00".
               88 LN-BUCKET-1-29     VALUE "01".
               88 LN-BUCKET-30       VALUE "30".
               88 LN-BUCKET-60       VALUE "60".
               88 LN-BUCKET-90       VALUE "90".
           05 FILLER                PIC X.
           05 LN-INTEREST-TOTAL     PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-PENALTY-TOTAL      PIC 9(7)V99.
           05 FILLER                PIC X.
           05 LN-EARLY-REPAID       PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LN-STATUS             PIC X.
               88 LN-ACTIVE          VALUE "A".
               88 LN-REPAID          VALUE "P".
           05 FILLER                PIC X.
           05 LN-RUN-NUMBER         PIC 9(6).
