      *              BOOKHOLD.cbl (PLACE/CANCEL), a BOOKCIRC ga na     *
      *              CHECKIN-u konzultira da vracenu knjigu usmjeri    *
      *              prvom u redu umjesto natrag na policu.            *
      *              Vraceni primjerak se rezervira prvom zahtjevu     *
      *              koji jos ceka (HLD-WAITING): zahtjev postaje      *
      *              HLD-READY s brojem primjerka i rokom preuzimanja, *
      *              a istek roka obraduje BOOKHSHF.                   *
      ******************************************************************
       01 HOLD-DETAIL.
           05 HLD-KEY.
               10 HLD-SEQ           PIC 9(3).
           05 HLD-BORROWER          PIC X(30).
           05 HLD-PLACED-DATE       PIC 9(8).
      * Stanje zahtjeva - ceka primjerak ili primjerak ceka na polici
      * rezervacija. Uz prosirenje zapisa s 46 na 65 bajtova
      * postojeci HOLD-VSAM je jednokratno prepisan (REPRO s dopunom
      * razmakom i nulama) - razmak se cita kao "ceka".
           05 HLD-STATUS            PIC X.
               88 HLD-WAITING        VALUE "W" " ".
               88 HLD-READY          VALUE "R".
      * Za HLD-READY: rezervirani primjerak, datum kad je stavljen na
      * policu rezervacija i zadnji dan za preuzimanje.
           05 HLD-COPY-NO           PIC 9(2).
           05 HLD-READY-DATE        PIC 9(8).
           05 HLD-PICKUP-BY         PIC 9(8).
