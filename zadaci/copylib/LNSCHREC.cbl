      ******************************************************************
      *    LNSCHREC - Jedan red plana otplate kredita u LNSCHED        *
      *               (anuitetni plan koji BANKLOAN ispisuje pri       *
      *               otvaranju kredita): redni broj rate, datum       *
      *               dospijeca, rata, kamata, glavnica i preostala    *
      *               glavnica nakon rate. Zadnja rata zatvara         *
      *               ostatak glavnice nakon zaokruzivanja.            *
      ******************************************************************
       01 LOAN-SCHEDULE-RECORD.
           05 LS-LOAN-ACCOUNT       PIC 9(12).
           05 FILLER                PIC X.
           05 LS-SEQ                PIC 9(3).
           05 FILLER                PIC X.
           05 LS-DUE-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 LS-INSTALLMENT        PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LS-INTEREST           PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LS-PRINCIPAL          PIC 9(9)V99.
           05 FILLER                PIC X.
           05 LS-BALANCE            PIC 9(9)V99.
