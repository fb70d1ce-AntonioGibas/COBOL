      ******************************************************************
      *    KIOSKTRX - Transakcija samoposluznog kioska (KIOSKFL, sve   *
      *               datoteke dana konkatenirane u JCL-u). Kiosk      *
      *               salje samo skenirani barkod primjerka i broj     *
      *               clanske iskaznice; BOOKKIOS ih razrjesava u      *
      *               BOOKCIRC transakciju (vidi CIRCTRX). Kiosk koji  *
      *               se ponovo spoji salje zaostale zapise ponovo, pa *
      *               isti kiosk + vrijeme + akcija + barkod + kartica *
      *               vrijedi kao duplikat.                            *
      ******************************************************************
       01 KIOSK-TRX-RECORD.
      * Oznaka kioska - prva tri znaka su poslovnica (BC-BRANCH
      * konvencija, "001" sredisnjica), ostatak redni broj kioska.
           05 KSK-KIOSK-ID.
               10 KSK-BRANCH        PIC X(3).
               10 KSK-UNIT          PIC X(3).
           05 FILLER                PIC X.
      * Vrijeme na kiosku - yyyymmddhhmmss.
           05 KSK-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X.
           05 KSK-ACTION            PIC X(8).
               88 KSK-IS-CHECKOUT    VALUE "CHECKOUT".
               88 KSK-IS-CHECKIN     VALUE "CHECKIN".
           05 FILLER                PIC X.
      * Barkod s naljepnice primjerka - BC-BOOK-ID i BC-COPY-NO
      * (7 znamenki), ostatak razmaci.
           05 KSK-BARCODE           PIC X(14).
           05 KSK-BARCODE-KEY REDEFINES KSK-BARCODE.
               10 KSK-BC-BOOK-ID    PIC X(5).
               10 KSK-BC-COPY-NO    PIC X(2).
               10 KSK-BC-REST       PIC X(7).
           05 FILLER                PIC X.
      * Broj clanske iskaznice = MBR-ID; na CHECKIN-u moze biti prazan.
           05 KSK-CARD-NO           PIC X(6).
