      ******************************************************************
      *    RCLREC - Status jednog vozila (VIN) u opozivnoj kampanji    *
      *             proizvodaca, zapis RCL-VSAM KSDS klastera s        *
      *             kljucem VIN + sifra kampanje. Zapis otvara         *
      *             CARRECL kad vozilo iz STK-VSAM odgovara kampanji:  *
      *             prodano vozilo dobiva obavijest kupcu (N) ili,     *
      *             bez ugovora/kupca, status nedostupan (U); vozilo   *
      *             jos na zalihi ostaje otvoreno (O). Popravak (R)    *
      *             i nedostupnost knjizi CARRECL iz transakcija.      *
      *             Dok za VIN postoji zapis koji nije popravljen,     *
      *             CARSTOCK i CARSALE odbijaju RESERVE i SALE.        *
      ******************************************************************
       01 RECALL-DETAIL.
           05 RCL-KEY.
               10 RCL-VIN           PIC X(17).
               10 RCL-CAMPAIGN      PIC X(10).
           05 RCL-STATUS            PIC X.
               88 RCL-OPEN           VALUE "O".
               88 RCL-NOTIFIED       VALUE "N".
               88 RCL-UNREACHABLE    VALUE "U".
               88 RCL-REPAIRED       VALUE "R".
      * Model vozila - ista polja kao CMD-KEY.
           05 RCL-CAR-KEY.
               10 RCL-BRAND         PIC X(50).
               10 RCL-MODEL         PIC X(50).
               10 RCL-MODEL-GEN     PIC X(50).
               10 RCL-VERSION       PIC X(30).
      * Kupac iz kupoprodajnog ugovora (SALEFL), prazno za vozilo na
      * zalihi ili prodaju bez ugovora.
           05 RCL-CONTRACT-NO       PIC 9(6).
           05 RCL-BUYER-ID          PIC X(11).
           05 RCL-BUYER-NAME        PIC X(40).
           05 RCL-MATCH-DATE        PIC 9(8).
           05 RCL-NOTIFY-DATE       PIC 9(8).
           05 RCL-REPAIR-DATE       PIC 9(8).
           05 RCL-RUN-NUMBER        PIC 9(6).
