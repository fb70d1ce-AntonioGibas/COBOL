      ******************************************************************
      *    CHIPREC - Unakrsni pregled mikrocipova u CHIP-VSAM KSDS     *
      *              klasteru, kljuc je broj mikrocipa iz nacionalnog  *
      *              registra (CH-CHIP). Svaki uskladjeni cip pokazuje *
      *              na lokalni broj markice psa (DG-TAG), a vlasnik   *
      *              se dalje rjesava kroz TAG-VSAM (TAGREC). Pise ga  *
      *              DOGCHPR pri uskladjivanju s povratnom datotekom   *
      *              registra, DOGTRX ga brise na DEREGISTER-u, a      *
      *              DOGTAG po njemu trazi psa (PARM CHIP=...).        *
      ******************************************************************
       01 CHIP-DETAIL.
           05 CH-CHIP               PIC X(15).
           05 CH-TAG                PIC 9(6).
