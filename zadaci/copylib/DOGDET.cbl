      * registraciju bez dokazanog podrijetla; po njoj se provjerava
      * tvrdnja o pasmini.
           05 DG-LITTER             PIC 9(6).
      * Broj mikrocipa iz nacionalnog registra kucnih ljubimaca -
      * upisuje ga DOGCHPR kad se zapis registra uskladi s psom
      * (prazno = cip jos nije uskladjen); isti broj vodi CHIP-VSAM
      * pregled (zadaci/copylib/CHIPREC) po kojem DOGTAG rjesava psa.
           05 DG-CHIP               PIC X(15).
