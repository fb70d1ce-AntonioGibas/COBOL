      ******************************************************************
      *    XFRREC - Zapis trajnog registra transfera prvaka (XFRREG).  *
      *             CMXFER za svaki prihvaceni transfer dopisuje       *
      *             (OPEN EXTEND, kao PRZLED) sezonu prijelaznog roka, *
      *             datum stupanja na snagu, prvaka, tim iz kojeg      *
      *             odlazi i tim u koji dolazi, iznos odstete i broj   *
      *             pokretanja; iz registra se radi sezonski pregled   *
      *             primljenih i placenih odsteta po timu.             *
      ******************************************************************
       01 TRANSFER-REGISTER-RECORD.
           05 XRG-SEASON            PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-EFFECTIVE-DATE    PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-CHAMPION          PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-FROM-TEAM         PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-TO-TEAM           PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-FEE               PIC 9(9)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 XRG-RUN-NUMBER        PIC 9(6).
