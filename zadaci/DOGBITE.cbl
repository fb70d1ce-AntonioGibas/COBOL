      *              opasnog psa u registru (DG-DANGEROUS). Izvjestaj  *
      *              za gradsko redarstvo (ENFRPT) donosi povijest po  *
      *              psu i popis opasnih pasa - na mjesecni upit       *
      *              grada napokon postoji odgovor. Prijava nosi i     *
      *              mjesto incidenta u DMS obliku (DDMMSSH DDMMSSH);  *
      *              provjerava se kroz GEOCONV i uz MGRS oznaku ide u *
      *              povijest - DOGHOTX/GEOFENCE/DOGHOTS iz nje rade   *
      *              kvartalni pregled zarista po zonama grada.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGBITE.
               88 ITX-IS-LIGHT   VALUE "L".
           05 FILLER            PIC X.
           05 ITX-NARRATIVE     PIC X(4).
           05 FILLER            PIC X.
      * Mjesto incidenta DDMMSSH DDMMSSH (sirina pa duzina) - prazno
      * znaci nepoznato mjesto.
           05 ITX-LOCATION.
               10 ITX-LAT-DEG   PIC 9(2).
               10 ITX-LAT-MIN   PIC 9(2).
               10 ITX-LAT-SEC   PIC 9(2).
               10 ITX-LAT-HEMI  PIC X.
               10 FILLER        PIC X.
               10 ITX-LON-DEG   PIC 9(2).
               10 ITX-LON-MIN   PIC 9(2).
               10 ITX-LON-SEC   PIC 9(2).
               10 ITX-LON-HEMI  PIC X.

       FD INCIDENT-FILE.
       01 INCIDENT-RECORD.
           05 INC-NARRATIVE     PIC X(4).
           05 FILLER            PIC X       VALUE SPACE.
           05 INC-RUN-NUMBER    PIC 9(6).
           05 FILLER            PIC X       VALUE SPACE.
      * Mjesto incidenta (DMS kao u prijavi) i MGRS oznaka iz
      * GEOCONV-a; prazno za incident bez mjesta.
           05 INC-LOCATION.
               10 INC-LAT-DEG   PIC 9(2).
               10 INC-LAT-MIN   PIC 9(2).
               10 INC-LAT-SEC   PIC 9(2).
               10 INC-LAT-HEMI  PIC X.
               10 FILLER        PIC X.
               10 INC-LON-DEG   PIC 9(2).
               10 INC-LON-MIN   PIC 9(2).
               10 INC-LON-SEC   PIC 9(2).
               10 INC-LON-HEMI  PIC X.
           05 FILLER            PIC X       VALUE SPACE.
           05 INC-MGRS          PIC X(15).

       FD DOG-VSAM.
           COPY DOGDET.
       01 RECORDED-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 FLAGGED-COUNT    PIC 9(5) VALUE ZEROS.
       01 LOCATED-COUNT    PIC 9(5) VALUE ZEROS.

      * Mjesto incidenta za GEOCONV provjeru i konverziju.
           COPY COORDREC.
       01 GEO-STATUS       PIC XX.

       01 TEMP-REPORT-LINE PIC X(120).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
               GO TO APPLY-INCIDENT-PARA-EXIT
           END-IF.

           IF ITX-LOCATION NOT = SPACES
               PERFORM CONVERT-LOCATION-PARA
                       THRU CONVERT-LOCATION-PARA-EXIT
               IF GEO-STATUS NOT = "00"
                   MOVE "INVALID INCIDENT LOCATION" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
                   GO TO APPLY-INCIDENT-PARA-EXIT
               END-IF
           END-IF.

           MOVE ITX-NAME  TO DG-NAME.
           MOVE ITX-OWNER TO DG-OWNER.
           READ DOG-VSAM
           MOVE ITX-SEVERITY  TO INC-SEVERITY.
           MOVE ITX-NARRATIVE TO INC-NARRATIVE.
           MOVE WS-RUN-NUMBER TO INC-RUN-NUMBER.
           IF ITX-LOCATION NOT = SPACES
               MOVE ITX-LOCATION TO INC-LOCATION
               MOVE MGRS-COORD   TO INC-MGRS
               ADD 1 TO LOCATED-COUNT
           END-IF.
           WRITE INCIDENT-RECORD.
           ADD 1 TO RECORDED-COUNT.

       APPLY-INCIDENT-PARA-EXIT.
           EXIT.

      * Mjesto iz prijave kroz zajednicki GEOCONV - "90" znaci
      * vrijednosti izvan raspona. GEOCONV po povratku postavlja
      * RETURN-CODE, pa se RC ovog programa cuva oko poziva.
       CONVERT-LOCATION-PARA.
           INITIALIZE COORDINATE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE ITX-LAT-DEG  TO LAT-DEGREE.
           MOVE ITX-LAT-MIN  TO LAT-MINUTE.
           MOVE ITX-LAT-SEC  TO LAT-SECOND.
           MOVE ITX-LAT-HEMI TO LAT-HEMISPHERE.
           MOVE ITX-LON-DEG  TO LON-DEGREE.
           MOVE ITX-LON-MIN  TO LON-MINUTE.
           MOVE ITX-LON-SEC  TO LON-SECOND.
           MOVE ITX-LON-HEMI TO LON-HEMISPHERE.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "GEOCONV" USING COORDINATE-RECORD GEO-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       CONVERT-LOCATION-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "DOGBITE: REJECTED - "
                  "  RECORDED: " RECORDED-COUNT
                  "  REJECTED: " REJECTED-TRX
                  "  NEWLY DANGEROUS: " FLAGGED-COUNT
                  "  WITH LOCATION: " LOCATED-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO ENFORCEMENT-REPORT-LINE.
           WRITE ENFORCEMENT-REPORT-LINE.
