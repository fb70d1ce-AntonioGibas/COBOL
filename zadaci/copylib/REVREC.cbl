      ******************************************************************
      *    REVREC - Povijest mjesecne tecajne revalorizacije racuna u  *
      *             stranoj valuti (stari REVHIST, novi REVOUT -       *
      *             obrazac BANKACCT/ACCTFL). Jedan zapis po racunu;   *
      *             pise ga BANKFXRV na kraju mjeseca. RV-RATE i       *
      *             RV-EUR-VALUE su stopa i EUR protuvrijednost zadnje *
      *             revalorizacije, RV-PRIOR-* one prije nje (ponovno  *
      *             pokretanje istog mjeseca racuna od njih).          *
      ******************************************************************
       01 REVALUATION-RECORD.
           05 RV-ACCOUNT-ID         PIC 9(12).
           05 FILLER                PIC X.
           05 RV-CURRENCY           PIC X(3).
           05 FILLER                PIC X.
      * Mjesec revalorizacije YYYYMM i stanje racuna u valuti racuna.
           05 RV-MONTH              PIC 9(6).
           05 FILLER                PIC X.
           05 RV-BALANCE            PIC S9(12)V9(3).
           05 FILLER                PIC X.
      * Jedinice valute za 1 EUR (RATEFL) i EUR protuvrijednost.
           05 RV-RATE               PIC 9(3)V9(6).
           05 FILLER                PIC X.
           05 RV-EUR-VALUE          PIC S9(13)V99.
           05 FILLER                PIC X.
           05 RV-PRIOR-MONTH        PIC 9(6).
           05 FILLER                PIC X.
           05 RV-PRIOR-RATE         PIC 9(3)V9(6).
           05 FILLER                PIC X.
           05 RV-PRIOR-EUR          PIC S9(13)V99.
           05 FILLER                PIC X.
           05 RV-RUN-NUMBER         PIC 9(6).
