      *            VSAM masteru i aktivnog clana), CANCEL uklanja      *
      *            zahtjev tog posuditelja iz reda. Najtrazenija       *
      *            mogucnost s pulta - dosad se "zapisi me kad se      *
      *            vrati" vodilo na papiricima. Zahtjev koji vec ima   *
      *            primjerak na polici rezervacija (HLD-READY) se      *
      *            takodjer moze otkazati - primjerak s police dalje   *
      *            prosljedjuje BOOKHSHF.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COMPUTE HLD-SEQ = WS-HIGH-SEQ + 1.
           MOVE HTX-BORROWER TO HLD-BORROWER.
           MOVE WS-RUN-DATE-NUM TO HLD-PLACED-DATE.
           MOVE "W" TO HLD-STATUS.
           MOVE ZEROS TO HLD-COPY-NO.
           MOVE ZEROS TO HLD-READY-DATE.
           MOVE ZEROS TO HLD-PICKUP-BY.

           WRITE HOLD-DETAIL
               INVALID KEY
