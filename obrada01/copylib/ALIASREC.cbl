      ******************************************************************
      *    ALIASREC - Zapis tablice starih imena prvaka (ALSFL). Za    *
      *               svako preimenovanje CMRENAME upisuje staro ime i *
      *               tekuce ime prvaka, s datumom i brojem            *
      *               pokretanja; kod ponovnog preimenovanja sva       *
      *               ranija stara imena istog prvaka se prevezu na    *
      *               novo tekuce ime, pa je za svako staro ime        *
      *               dovoljno jedno trazenje (vidi ALIASRV).          *
      ******************************************************************
       01 ALIAS-RECORD.
           05 ALS-OLD-NAME          PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 ALS-CURRENT-NAME      PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 ALS-RENAME-DATE       PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 ALS-RUN-NUMBER        PIC 9(6).
