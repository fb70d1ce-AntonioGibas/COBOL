      ******************************************************************
      *    DOGHOTX - Priprema tocaka za GEOFENCE razvrstavanje u zone  *
      *              za pregled zarista incidenata (DOGHOTS). Iz       *
      *              povijesti incidenata INCFL (DOGBITE) uzima mjesta *
      *              incidenata, a iz OWNLOC datoteke (vlasnik +       *
      *              DDMMSSH DDMMSSH kucne adrese) mjesta stanovanja   *
      *              vlasnika; svaku tocku provlaci kroz zajednicki    *
      *              GEOCONV i popunjeni COORDINATE-RECORD pise u      *
      *              HOTPNT - ulaz (GEOOUT) GEOFENCE koraka, ciji      *
      *              GFOUT DOGHOTS cita. Ista tocka se pise jednom.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGHOTX.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO INCFL
                  ORGANIZATION IS SEQUENTIAL.

      * Mjesto stanovanja vlasnika - jedan zapis po vlasniku.
           SELECT OPTIONAL OWNER-LOCATION-FILE ASSIGN TO OWNLOC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT HOT-POINT-FILE ASSIGN TO HOTPNT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Isti raspored kao INCIDENT-RECORD u DOGBITE-u.
       FD INCIDENT-FILE.
       01 INCIDENT-RECORD.
           05 INC-NAME          PIC X(25).
           05 FILLER            PIC X.
           05 INC-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 INC-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 INC-SEVERITY      PIC X.
           05 FILLER            PIC X.
           05 INC-NARRATIVE     PIC X(4).
           05 FILLER            PIC X.
           05 INC-RUN-NUMBER    PIC 9(6).
           05 FILLER            PIC X.
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
           05 FILLER            PIC X.
           05 INC-MGRS          PIC X(15).

      * Vlasnik i mjesto stanovanja DDMMSSH DDMMSSH.
       FD OWNER-LOCATION-FILE.
       01 OWNER-LOCATION-RECORD.
           05 OWL-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 OWL-LOCATION.
               10 OWL-LAT-DEG   PIC 9(2).
               10 OWL-LAT-MIN   PIC 9(2).
               10 OWL-LAT-SEC   PIC 9(2).
               10 OWL-LAT-HEMI  PIC X.
               10 FILLER        PIC X.
               10 OWL-LON-DEG   PIC 9(2).
               10 OWL-LON-MIN   PIC 9(2).
               10 OWL-LON-SEC   PIC 9(2).
               10 OWL-LON-HEMI  PIC X.

      * Popunjeni COORDINATE-RECORD - raspored GEODRIVE-ovog GEOOUT-a.
       FD HOT-POINT-FILE RECORDING MODE F.
       01 HOT-POINT-RECORD PIC X(180).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY COORDREC.
       01 GEO-STATUS       PIC XX.

       01 WS-INC-EOF       PIC X VALUE 'N'.
           88 END-OF-INCIDENTS VALUE 'Y'.
       01 WS-OWL-EOF       PIC X VALUE 'N'.
           88 END-OF-OWNER-LOCATIONS VALUE 'Y'.

       01 INCIDENT-POINTS  PIC 9(6) VALUE ZEROS.
       01 OWNER-POINTS     PIC 9(6) VALUE ZEROS.
       01 WRITTEN-POINTS   PIC 9(6) VALUE ZEROS.
       01 REJECTED-POINTS  PIC 9(6) VALUE ZEROS.

      * Tocka za GEOCONV (DDMMSSH DDMMSSH) i popis vec zapisanih.
       01 WS-LOCATION.
           05 WS-LAT-DEG       PIC 9(2).
           05 WS-LAT-MIN       PIC 9(2).
           05 WS-LAT-SEC       PIC 9(2).
           05 WS-LAT-HEMI      PIC X.
           05 FILLER           PIC X.
           05 WS-LON-DEG       PIC 9(2).
           05 WS-LON-MIN       PIC 9(2).
           05 WS-LON-SEC       PIC 9(2).
           05 WS-LON-HEMI      PIC X.

       01 WS-MAX-POINTS    PIC 9(4) VALUE 9000.
       01 WS-POINT-COUNT   PIC 9(4) VALUE 0.
       01 POINT-TABLE.
           02 POINT-ENTRY OCCURS 1 TO 9000 TIMES
                           DEPENDING ON WS-POINT-COUNT
                           INDEXED BY PNT-IDX.
              03 PT-LOCATION   PIC X(15).
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 POINT-FOUND   VALUE 'Y'.

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
       01 WS-START-TIMESTAMP.
           05 WS-ST-DAY             PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ST-MONTH           PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ST-YEAR            PIC 9(4).
           05 FILLER                PIC X      VALUE SPACE.
           05 WS-ST-HOURS           PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-MINUTES         PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-SECCONDS        PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ST-MILISECCONDS    PIC 99.
       01 WS-END-TIMESTAMP.
           05 WS-ET-DAY             PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ET-MONTH           PIC 9(2).
           05 FILLER                PIC X      VALUE '-'.
           05 WS-ET-YEAR            PIC 9(4).
           05 FILLER                PIC X      VALUE SPACE.
           05 WS-ET-HOURS           PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-MINUTES         PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-SECCONDS        PIC 99.
           05 FILLER                PIC X      VALUE ':'.
           05 WS-ET-MILISECCONDS    PIC 99.

      * Audit trag za ovo pokretanje - vidi shared/copylib/AUDITLOG i
      * shared/source/WRITELOG.
           COPY AUDITLOG.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - GEOCONV i zavrsni DTSTAMP/
      * WRITELOG pozivi bi tako pregazili RC postavljen tijekom
      * obrade, pa se sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=tocke izvan
      * raspona ili puna tablica tocaka.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           OPEN INPUT INCIDENT-FILE.
           OPEN INPUT OWNER-LOCATION-FILE.
           OPEN OUTPUT HOT-POINT-FILE.

           READ INCIDENT-FILE
               AT END SET END-OF-INCIDENTS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INCIDENTS
               IF INC-LOCATION NOT = SPACES
                   ADD 1 TO INCIDENT-POINTS
                   MOVE INC-LOCATION TO WS-LOCATION
                   PERFORM ADD-POINT-PARA THRU ADD-POINT-PARA-EXIT
               END-IF
               READ INCIDENT-FILE
                   AT END SET END-OF-INCIDENTS TO TRUE
               END-READ
           END-PERFORM.

           READ OWNER-LOCATION-FILE
               AT END SET END-OF-OWNER-LOCATIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-OWNER-LOCATIONS
               IF OWL-OWNER NOT = SPACES
                       AND OWL-OWNER(1:1) NOT = "*"
                       AND OWL-LOCATION NOT = SPACES
                   ADD 1 TO OWNER-POINTS
                   MOVE OWL-LOCATION TO WS-LOCATION
                   PERFORM ADD-POINT-PARA THRU ADD-POINT-PARA-EXIT
               END-IF
               READ OWNER-LOCATION-FILE
                   AT END SET END-OF-OWNER-LOCATIONS TO TRUE
               END-READ
           END-PERFORM.

           DISPLAY "DOGHOTX: " INCIDENT-POINTS " INCIDENT POINTS, "
                   OWNER-POINTS " OWNER POINTS, "
                   WRITTEN-POINTS " WRITTEN, "
                   REJECTED-POINTS " REJECTED".

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.

           CLOSE INCIDENT-FILE.
           CLOSE OWNER-LOCATION-FILE.
           CLOSE HOT-POINT-FILE.
           GOBACK.

      * Jedna tocka: ako vec nije zapisana, GEOCONV i zapis u HOTPNT.
       ADD-POINT-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PNT-IDX FROM 1 BY 1
                   UNTIL PNT-IDX > WS-POINT-COUNT
               IF PT-LOCATION(PNT-IDX) = WS-LOCATION
                   SET POINT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF POINT-FOUND
               GO TO ADD-POINT-PARA-EXIT
           END-IF.

           IF WS-POINT-COUNT NOT LESS THAN WS-MAX-POINTS
               DISPLAY "DOGHOTX: POINT TABLE FULL - " WS-LOCATION
               ADD 1 TO REJECTED-POINTS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO ADD-POINT-PARA-EXIT
           END-IF.

           INITIALIZE COORDINATE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           MOVE WS-LAT-DEG  TO LAT-DEGREE.
           MOVE WS-LAT-MIN  TO LAT-MINUTE.
           MOVE WS-LAT-SEC  TO LAT-SECOND.
           MOVE WS-LAT-HEMI TO LAT-HEMISPHERE.
           MOVE WS-LON-DEG  TO LON-DEGREE.
           MOVE WS-LON-MIN  TO LON-MINUTE.
           MOVE WS-LON-SEC  TO LON-SECOND.
           MOVE WS-LON-HEMI TO LON-HEMISPHERE.

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "GEOCONV" USING COORDINATE-RECORD GEO-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

           IF GEO-STATUS NOT = "00"
               DISPLAY "DOGHOTX: POINT OUT OF RANGE - " WS-LOCATION
               ADD 1 TO REJECTED-POINTS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO ADD-POINT-PARA-EXIT
           END-IF.

           ADD 1 TO WS-POINT-COUNT.
           MOVE WS-LOCATION TO PT-LOCATION(WS-POINT-COUNT).
           MOVE COORDINATE-RECORD TO HOT-POINT-RECORD.
           WRITE HOT-POINT-RECORD.
           ADD 1 TO WRITTEN-POINTS.

       ADD-POINT-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DOGHOTX"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE WRITTEN-POINTS TO ALOG-RECORD-COUNT
           IF REJECTED-POINTS > 0
               MOVE "WARNING" TO ALOG-STATUS
           ELSE
               MOVE "OK" TO ALOG-STATUS
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
