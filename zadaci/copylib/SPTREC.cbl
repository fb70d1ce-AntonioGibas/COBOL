      ******************************************************************
      *    SPTREC - Servisna tocka s koordinatama (SPTFL kontrolna     *
      *             datoteka): podruznice knjiznice (LIB, oznaka = BC- *
      *             BRANCH), skloniste (SHLT), veterinarske ambulante  *
      *             (VET, oznaka = VRG-VET-ID iz VETREG) i prodajna    *
      *             mjesta (DEAL). Lokacija je DDMMSSH DDMMSSH kao u   *
      *             OWNLOC; GEONEAR po njoj trazi najblizu tocku.      *
      ******************************************************************
       01 SERVICE-POINT-RECORD.
           05 SP-TYPE               PIC X(4).
               88 SP-LIBRARY        VALUE "LIB ".
               88 SP-SHELTER        VALUE "SHLT".
               88 SP-VET            VALUE "VET ".
               88 SP-DEALER         VALUE "DEAL".
           05 FILLER                PIC X.
           05 SP-ID                 PIC X(8).
           05 FILLER                PIC X.
           05 SP-NAME               PIC X(30).
           05 FILLER                PIC X.
      * Sirina pa duzina, npr. "454820N 155833E".
           05 SP-LOCATION           PIC X(15).
           05 FILLER                PIC X.
      * A = aktivna, C = zatvorena (ne sudjeluje u dodjeli).
           05 SP-STATUS             PIC X.
               88 SP-ACTIVE         VALUE "A" " ".
               88 SP-CLOSED         VALUE "C".
