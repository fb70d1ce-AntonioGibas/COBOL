
      * COORDINATE-RECORD zapisi iz GEODRIVE-ovog GEOOUT-a.
       FD GEO-POINT-FILE RECORDING MODE F.
       01 GEO-POINT-RECORD PIC X(180).

       FD TAGGED-FILE RECORDING MODE F.
       01 TAGGED-RECORD.
           05 TAG-REGION        PIC X(20).
           05 FILLER            PIC X       VALUE SPACE.
           05 TAG-POINT         PIC X(180).

       FD FENCE-REPORT.
       01 FENCE-REPORT-LINE PIC X(100).
