      * Primjerak koji na inventuri (BOOKTAKE, FLAG=Y) nije nadjen
      * na polici - ne posudjuje se dok se ne pojavi.
               88 BC-MISSING         VALUE "M".
      * Primjerak na polici rezervacija - BC-BORROWER je clan kojem
      * je rezerviran (jedini koji ga smije posuditi), a BC-DUE-DATE
      * zadnji dan za preuzimanje (vidi HOLDREC i BOOKHSHF).
               88 BC-ON-HOLD-SHELF   VALUE "H".
           05 BC-BORROWER           PIC X(30).
           05 BC-DUE-DATE           PIC 9(8).
      * Maticna poslovnica primjerka - "001" je sredisnjica;
