      ******************************************************************
      *    COORDREC - Zapis koordinatne tocke: ulaz je DMS, HTRS96/TM  *
      *               ili HDKS Gauss-Kruger (COORD-INPUT-SYSTEM), a    *
      *               DD, DMM, UTM, MGRS i obje drzavne mreze puni     *
      *               zajednicki zadaci/GEOCONV.cbl potprogram.        *
      ******************************************************************
       01 COORDINATE-RECORD.
           05 LATITUDE-DMS.
           05 UTM-NORTHING             PIC 9(7).    
           05 FILLER                   PIC X(3)     VALUE ' * '.
           05 MGRS-COORD               PIC X(15).
      *     Drzavna mreza HTRS96/TM (GRS80, srednji meridijan 16,5
      *     stupnjeva, k0=0,9999) u metrima s dvije decimale.
           05 FILLER                   PIC X(3)     VALUE ' | '.
           05 HTRS-EASTING             PIC 9(7)V99.
           05 FILLER                   PIC X(3)     VALUE ' # '.
           05 HTRS-NORTHING            PIC 9(7)V99.
           05 FILLER                   PIC X(3)     VALUE ' * '.
      *     Stara HDKS Gauss-Krugerova mreza (Bessel, zone 5 i 6);
      *     easting nosi oznaku zone ispred 500000 (npr. 5 4xx xxx).
           05 GK-ZONE                  PIC 9.
           05 FILLER                   PIC X(3)     VALUE ' | '.
           05 GK-EASTING               PIC 9(7)V99.
           05 FILLER                   PIC X(3)     VALUE ' # '.
           05 GK-NORTHING              PIC 9(7)V99.
           05 FILLER                   PIC X(3)     VALUE ' * '.
      *     Koji je sustav ulaz: razmak/DMS = LATITUDE-DMS i
      *     LONGITUDE-DMS, HTRS = HTRS-EASTING/NORTHING, HDKS =
      *     GK-EASTING/NORTHING (zona iz prve znamenke eastinga).
           05 COORD-INPUT-SYSTEM       PIC X(4)     VALUE SPACES.
              88 COORD-FROM-DMS                     VALUE "DMS " SPACES.
              88 COORD-FROM-HTRS                    VALUE "HTRS".
              88 COORD-FROM-HDKS                    VALUE "HDKS".
