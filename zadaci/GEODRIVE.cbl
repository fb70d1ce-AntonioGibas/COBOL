      *               preskace uz poruku i RC=4 - geodeti salju        *
      *               tjedne datoteke tocaka, jedna ugradjena tocka    *
      *               vise nikoga ne impresionira.                     *
      *               Tocka moze doci i u drzavnoj mrezi HTRS96/TM ili *
      *               staroj HDKS Gauss-Krugerovoj mrezi (oznaka       *
      *               sustava + easting + northing u metrima), a       *
      *               GEOOUT nosi sve reprezentacije, ukljucujuci obje *
      *               mreze - za razmjenu s katastrom.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEODRIVE.
           05 GIN-LON-SEC       PIC 9(2).
           05 GIN-LON-HEMI      PIC X.
           05 FILLER            PIC X(5).
      * Tocka u drzavnoj mrezi: "HTRS" ili "HDKS", razmak, easting i
      * northing u cijelim metrima, npr. "HTRS 0458123 5072345" ili
      * "HDKS 5577123 5072456" (HDKS easting nosi oznaku zone).
       01 GEO-GRID-RECORD REDEFINES GEO-INPUT-RECORD.
           05 GIN-GRID-SYSTEM   PIC X(4).
           05 FILLER            PIC X.
           05 GIN-GRID-EASTING  PIC 9(7).
           05 FILLER            PIC X.
           05 GIN-GRID-NORTHING PIC 9(7).

      * Popunjeni COORDINATE-RECORD - separatori su vec ugradjeni u
      * radnom zapisu pa je izlaz sam po sebi citljiv.
       FD GEO-OUTPUT-FILE RECORDING MODE F.
       01 GEO-OUTPUT-RECORD PIC X(180).

       WORKING-STORAGE SECTION.
           COPY COORDREC.
           INITIALIZE COORDINATE-RECORD
               REPLACING NUMERIC DATA BY ZEROS
                         ALPHANUMERIC DATA BY SPACES.
           EVALUATE GIN-GRID-SYSTEM
               WHEN "HTRS"
                   MOVE GIN-GRID-SYSTEM   TO COORD-INPUT-SYSTEM
                   MOVE GIN-GRID-EASTING  TO HTRS-EASTING
                   MOVE GIN-GRID-NORTHING TO HTRS-NORTHING
               WHEN "HDKS"
                   MOVE GIN-GRID-SYSTEM   TO COORD-INPUT-SYSTEM
                   MOVE GIN-GRID-EASTING  TO GK-EASTING
                   MOVE GIN-GRID-NORTHING TO GK-NORTHING
               WHEN OTHER
                   MOVE GIN-LAT-DEG  TO LAT-DEGREE
                   MOVE GIN-LAT-MIN  TO LAT-MINUTE
                   MOVE GIN-LAT-SEC  TO LAT-SECOND
                   MOVE GIN-LAT-HEMI TO LAT-HEMISPHERE
                   MOVE GIN-LON-DEG  TO LON-DEGREE
                   MOVE GIN-LON-MIN  TO LON-MINUTE
                   MOVE GIN-LON-SEC  TO LON-SECOND
                   MOVE GIN-LON-HEMI TO LON-HEMISPHERE
           END-EVALUATE.

           CALL "GEOCONV" USING COORDINATE-RECORD GEO-STATUS.

           ELSE
               ADD 1 TO REJECTED-POINTS
               DISPLAY "GEODRIVE: POINT OUT OF RANGE - "
                       GEO-INPUT-RECORD
           END-IF.

       1000-CONVERT-POINT-PARA-EXIT.
