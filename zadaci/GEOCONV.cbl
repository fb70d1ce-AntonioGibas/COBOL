      *              znamenki). GEO-STATUS vraca "00" za uspjeh ili    *
      *              "90" za vrijednosti izvan raspona (minute/        *
      *              sekunde > 59, sirina > 90, kriva hemisfera).      *
      *              Za katastar i urbanizam racuna i drzavnu mrezu    *
      *              HTRS96/TM te staru HDKS Gauss-Krugerovu mrezu     *
      *              (zone 5/6 na Besselovom elipsoidu, s pomakom      *
      *              datuma Helmertovom transformacijom), a prima i    *
      *              ulaz u bilo kojoj od njih (COORD-INPUT-SYSTEM).   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEOCONV.
       01 WS-MGRS-SQUARE        PIC XX.
       01 WS-MGRS-WORK          PIC X(15).

      *     Opca transverzalna Mercatorova projekcija za drzavne
      *     mreze - elipsoid, srednji meridijan, mjerilo i lazni
      *     easting postavlja pozivajuci paragraf.
       01 WS-GRS80-A                   USAGE COMP-2 VALUE 6378137.0.
       01 WS-GRS80-F                   USAGE COMP-2 VALUE
                                       0.00335281068118.
       01 WS-BESSEL-A                  USAGE COMP-2 VALUE 6377397.155.
       01 WS-BESSEL-F                  USAGE COMP-2 VALUE
                                       0.00334277318217.
       01 WS-TM-A                      USAGE COMP-2.
       01 WS-TM-F                      USAGE COMP-2.
       01 WS-TM-K0                     USAGE COMP-2 VALUE 0.9999.
       01 WS-TM-LON0-DEG               USAGE COMP-2.
       01 WS-TM-FE                     USAGE COMP-2.
       01 WS-TM-LAT-DEG                USAGE COMP-2.
       01 WS-TM-LON-DEG                USAGE COMP-2.
       01 WS-TM-EASTING                USAGE COMP-2.
       01 WS-TM-NORTHING               USAGE COMP-2.
       01 WS-TM-E2                     USAGE COMP-2.
       01 WS-TM-E4                     USAGE COMP-2.
       01 WS-TM-E6                     USAGE COMP-2.
       01 WS-TM-EP2                    USAGE COMP-2.
       01 WS-TM-E1                     USAGE COMP-2.
       01 WS-TM-PHI                    USAGE COMP-2.
       01 WS-TM-LAM                    USAGE COMP-2.
       01 WS-TM-LAM0                   USAGE COMP-2.
       01 WS-TM-SIN                    USAGE COMP-2.
       01 WS-TM-COS                    USAGE COMP-2.
       01 WS-TM-TAN                    USAGE COMP-2.
       01 WS-TM-N                      USAGE COMP-2.
       01 WS-TM-R                      USAGE COMP-2.
       01 WS-TM-T                      USAGE COMP-2.
       01 WS-TM-C                      USAGE COMP-2.
       01 WS-TM-AT                     USAGE COMP-2.
       01 WS-TM-D                      USAGE COMP-2.
       01 WS-TM-M                      USAGE COMP-2.
       01 WS-TM-MU                     USAGE COMP-2.

      *     Helmertova transformacija HDKS (Bessel) -> HTRS96
      *     (GRS80), parametri za cijelo podrucje drzave u konvenciji
      *     vektora polozaja: pomaci u metrima, rotacije u lucnim
      *     sekundama, mjerilo u ppm. Obrnuti smjer koristi iste
      *     parametre s promijenjenim predznakom (povratna razlika
      *     je nekoliko centimetara). Visine se ne prenose - tocke su
      *     na elipsoidu.
       01 WS-HLM-TX                    USAGE COMP-2 VALUE 550.499.
       01 WS-HLM-TY                    USAGE COMP-2 VALUE 164.116.
       01 WS-HLM-TZ                    USAGE COMP-2 VALUE 475.142.
       01 WS-HLM-RX                    USAGE COMP-2 VALUE 5.80967.
       01 WS-HLM-RY                    USAGE COMP-2 VALUE 2.07902.
       01 WS-HLM-RZ                    USAGE COMP-2 VALUE -11.62386.
       01 WS-HLM-PPM                   USAGE COMP-2 VALUE
                                       0.99999445824.
       01 WS-DS-TO-GRS80               PIC X.
           88 SHIFT-TO-GRS80                        VALUE 'Y'.
           88 SHIFT-TO-BESSEL                       VALUE 'N'.
       01 WS-DS-LAT-DEG                USAGE COMP-2.
       01 WS-DS-LON-DEG                USAGE COMP-2.
       01 WS-DS-SIGN                   USAGE COMP-2.
       01 WS-DS-SCALE                  USAGE COMP-2.
       01 WS-DS-RX                     USAGE COMP-2.
       01 WS-DS-RY                     USAGE COMP-2.
       01 WS-DS-RZ                     USAGE COMP-2.
       01 WS-DS-A                      USAGE COMP-2.
       01 WS-DS-E2                     USAGE COMP-2.
       01 WS-DS-PHI                    USAGE COMP-2.
       01 WS-DS-LAM                    USAGE COMP-2.
       01 WS-DS-N                      USAGE COMP-2.
       01 WS-DS-X                      USAGE COMP-2.
       01 WS-DS-Y                      USAGE COMP-2.
       01 WS-DS-Z                      USAGE COMP-2.
       01 WS-DS-X2                     USAGE COMP-2.
       01 WS-DS-Y2                     USAGE COMP-2.
       01 WS-DS-Z2                     USAGE COMP-2.
       01 WS-DS-P                      USAGE COMP-2.
       01 WS-DS-H                      USAGE COMP-2.

      *     Granice drzavnih mreza za provjeru ulaza (metri) i
      *     pretvorba decimalnih stupnjeva natrag u DMS.
       01 WS-GRID-MIN-E                PIC 9(7) VALUE 100000.
       01 WS-GRID-MAX-E                PIC 9(7) VALUE 900000.
       01 WS-GRID-MIN-N                PIC 9(7) VALUE 4500000.
       01 WS-GRID-MAX-N                PIC 9(7) VALUE 5300000.
       01 WS-GK-ZONE-NUM               PIC 9.
       01 WS-GK-OFFSET                 PIC 9(7)V99.
       01 WS-ABS-DEG                   USAGE COMP-2.
       01 WS-TOTAL-SEC                 PIC 9(7).
       01 WS-REM-SEC                   PIC 9(7).

       LINKAGE SECTION.
           COPY COORDREC.

       0000-MAIN-PARA.
           MOVE "00" TO GEO-STATUS.

           IF COORD-FROM-DMS
               PERFORM 1000-VALIDATE-INPUT-PARA
                   THRU 1000-VALIDATE-INPUT-PARA-EXIT
           ELSE
               PERFORM 1100-GRID-TO-GEODETIC-PARA
                   THRU 1100-GRID-TO-GEODETIC-PARA-EXIT
           END-IF.

           IF GEO-STATUS NOT = "00"
               GOBACK
       1000-VALIDATE-INPUT-PARA-EXIT.
           EXIT.

      *     Ulaz u drzavnoj mrezi: provjera raspona, inverzna
      *     projekcija na elipsoid mreze, za HDKS jos pomak datuma
      *     na HTRS96, pa decimalni stupnjevi i DMS polja zapisa.
      *     HTRS96 se za ove potrebe izjednacuje s WGS84 (razlika je
      *     ispod metra).
       1100-GRID-TO-GEODETIC-PARA.
           IF COORD-FROM-HTRS
               IF HTRS-EASTING IS NOT NUMERIC
                       OR HTRS-NORTHING IS NOT NUMERIC
                   MOVE "90" TO GEO-STATUS
                   GO TO 1100-GRID-TO-GEODETIC-PARA-EXIT
               END-IF
               IF HTRS-EASTING < WS-GRID-MIN-E
                       OR HTRS-EASTING > WS-GRID-MAX-E
                       OR HTRS-NORTHING < WS-GRID-MIN-N
                       OR HTRS-NORTHING > WS-GRID-MAX-N
                   MOVE "90" TO GEO-STATUS
                   GO TO 1100-GRID-TO-GEODETIC-PARA-EXIT
               END-IF
               MOVE WS-GRS80-A TO WS-TM-A
               MOVE WS-GRS80-F TO WS-TM-F
               MOVE 16.5 TO WS-TM-LON0-DEG
               MOVE 500000 TO WS-TM-FE
               MOVE HTRS-EASTING TO WS-TM-EASTING
               MOVE HTRS-NORTHING TO WS-TM-NORTHING
               PERFORM 6500-TM-INVERSE-PARA
                   THRU 6500-TM-INVERSE-PARA-EXIT
               MOVE WS-TM-LAT-DEG TO WS-LAT-DECIMAL
               MOVE WS-TM-LON-DEG TO WS-LON-DECIMAL
           ELSE
               IF NOT COORD-FROM-HDKS
                       OR GK-EASTING IS NOT NUMERIC
                       OR GK-NORTHING IS NOT NUMERIC
                   MOVE "90" TO GEO-STATUS
                   GO TO 1100-GRID-TO-GEODETIC-PARA-EXIT
               END-IF
               DIVIDE GK-EASTING BY 1000000 GIVING WS-GK-ZONE-NUM
                   REMAINDER WS-GK-OFFSET
               IF (WS-GK-ZONE-NUM NOT = 5 AND WS-GK-ZONE-NUM NOT = 6)
                       OR WS-GK-OFFSET < WS-GRID-MIN-E
                       OR WS-GK-OFFSET > WS-GRID-MAX-E
                       OR GK-NORTHING < WS-GRID-MIN-N
                       OR GK-NORTHING > WS-GRID-MAX-N
                   MOVE "90" TO GEO-STATUS
                   GO TO 1100-GRID-TO-GEODETIC-PARA-EXIT
               END-IF
               MOVE WS-BESSEL-A TO WS-TM-A
               MOVE WS-BESSEL-F TO WS-TM-F
               COMPUTE WS-TM-LON0-DEG = WS-GK-ZONE-NUM * 3
               COMPUTE WS-TM-FE = WS-GK-ZONE-NUM * 1000000 + 500000
               MOVE GK-EASTING TO WS-TM-EASTING
               MOVE GK-NORTHING TO WS-TM-NORTHING
               PERFORM 6500-TM-INVERSE-PARA
                   THRU 6500-TM-INVERSE-PARA-EXIT
               MOVE WS-TM-LAT-DEG TO WS-DS-LAT-DEG
               MOVE WS-TM-LON-DEG TO WS-DS-LON-DEG
               SET SHIFT-TO-GRS80 TO TRUE
               PERFORM 7000-DATUM-SHIFT-PARA
                   THRU 7000-DATUM-SHIFT-PARA-EXIT
               MOVE WS-DS-LAT-DEG TO WS-LAT-DECIMAL
               MOVE WS-DS-LON-DEG TO WS-LON-DECIMAL
           END-IF.

      *     Decimalni stupnjevi u DMS polja (sekunde zaokruzene).
           IF WS-LAT-DECIMAL < 0
               MOVE 'S' TO LAT-HEMISPHERE
               COMPUTE WS-ABS-DEG = 0 - WS-LAT-DECIMAL
           ELSE
               MOVE 'N' TO LAT-HEMISPHERE
               MOVE WS-LAT-DECIMAL TO WS-ABS-DEG
           END-IF.
           COMPUTE WS-TOTAL-SEC ROUNDED = WS-ABS-DEG * 3600.
           DIVIDE WS-TOTAL-SEC BY 3600 GIVING LAT-DEGREE
               REMAINDER WS-REM-SEC.
           DIVIDE WS-REM-SEC BY 60 GIVING LAT-MINUTE
               REMAINDER LAT-SECOND.

           IF WS-LON-DECIMAL < 0
               MOVE 'W' TO LON-HEMISPHERE
               COMPUTE WS-ABS-DEG = 0 - WS-LON-DECIMAL
           ELSE
               MOVE 'E' TO LON-HEMISPHERE
               MOVE WS-LON-DECIMAL TO WS-ABS-DEG
           END-IF.
           COMPUTE WS-TOTAL-SEC ROUNDED = WS-ABS-DEG * 3600.
           DIVIDE WS-TOTAL-SEC BY 3600 GIVING LON-DEGREE
               REMAINDER WS-REM-SEC.
           DIVIDE WS-REM-SEC BY 60 GIVING LON-MINUTE
               REMAINDER LON-SECOND.

       1100-GRID-TO-GEODETIC-PARA-EXIT.
           EXIT.

      *     Racuna LATITUDE-DD/LONGITUDE-DD, LATITUDE-DMM/
      *     LONGITUDE-DMM, UTM i MGRS iz vec popunjenog LATITUDE-DMS/
      *     LONGITUDE-DMS - logika prenesena iz CBLTYPE-ovog
      *     CONVERT-COORDINATES-PARA.
       2000-CONVERT-COORDINATES-PARA.
      *     Za ulaz u drzavnoj mrezi decimalne stupnjeve je vec
      *     izracunao 1100 paragraf - bez gubitka na zaokruzenim
      *     sekundama.
           IF COORD-FROM-DMS
               COMPUTE WS-LAT-DECIMAL =
                       LAT-DEGREE + (LAT-MINUTE / 60)
                       + (LAT-SECOND / 3600)
               IF LAT-HEMISPHERE = 'S'
                   COMPUTE WS-LAT-DECIMAL = WS-LAT-DECIMAL * -1
               END-IF
               COMPUTE WS-LON-DECIMAL =
                       LON-DEGREE + (LON-MINUTE / 60)
                       + (LON-SECOND / 3600)
               IF LON-HEMISPHERE = 'W'
                   COMPUTE WS-LON-DECIMAL = WS-LON-DECIMAL * -1
               END-IF
           END-IF.

           MOVE WS-LAT-DECIMAL TO LAT-DECIMAL.
               THRU 3000-CONVERT-TO-UTM-PARA-EXIT.
           PERFORM 4000-BUILD-MGRS-PARA
               THRU 4000-BUILD-MGRS-PARA-EXIT.
           PERFORM 5000-CONVERT-TO-GRIDS-PARA
               THRU 5000-CONVERT-TO-GRIDS-PARA-EXIT.

       2000-CONVERT-COORDINATES-PARA-EXIT.
           EXIT.

       4000-BUILD-MGRS-PARA-EXIT.
           EXIT.

      *     HTRS96/TM i HDKS Gauss-Kruger iz decimalnih stupnjeva.
      *     HTRS96/TM: GRS80, srednji meridijan 16,5, k0=0,9999,
      *     lazni easting 500000. HDKS: pomak datuma na Bessel pa
      *     zona 5 (meridijan 15) zapadno od 16,5 stupnjeva, inace
      *     zona 6 (meridijan 18); k0=0,9999, lazni easting
      *     zona*1000000+500000. Za HDKS ulaz zadrzava se ulazna zona.
       5000-CONVERT-TO-GRIDS-PARA.
           MOVE WS-GRS80-A TO WS-TM-A.
           MOVE WS-GRS80-F TO WS-TM-F.
           MOVE 16.5 TO WS-TM-LON0-DEG.
           MOVE 500000 TO WS-TM-FE.
           MOVE WS-LAT-DECIMAL TO WS-TM-LAT-DEG.
           MOVE WS-LON-DECIMAL TO WS-TM-LON-DEG.
           PERFORM 6000-TM-FORWARD-PARA
               THRU 6000-TM-FORWARD-PARA-EXIT.
           MOVE WS-TM-EASTING TO HTRS-EASTING.
           MOVE WS-TM-NORTHING TO HTRS-NORTHING.

           MOVE WS-LAT-DECIMAL TO WS-DS-LAT-DEG.
           MOVE WS-LON-DECIMAL TO WS-DS-LON-DEG.
           SET SHIFT-TO-BESSEL TO TRUE.
           PERFORM 7000-DATUM-SHIFT-PARA
               THRU 7000-DATUM-SHIFT-PARA-EXIT.

           IF NOT COORD-FROM-HDKS
               IF WS-DS-LON-DEG < 16.5
                   MOVE 5 TO WS-GK-ZONE-NUM
               ELSE
                   MOVE 6 TO WS-GK-ZONE-NUM
               END-IF
           END-IF.
           MOVE WS-GK-ZONE-NUM TO GK-ZONE.

           MOVE WS-BESSEL-A TO WS-TM-A.
           MOVE WS-BESSEL-F TO WS-TM-F.
           COMPUTE WS-TM-LON0-DEG = WS-GK-ZONE-NUM * 3.
           COMPUTE WS-TM-FE = WS-GK-ZONE-NUM * 1000000 + 500000.
           MOVE WS-DS-LAT-DEG TO WS-TM-LAT-DEG.
           MOVE WS-DS-LON-DEG TO WS-TM-LON-DEG.
           PERFORM 6000-TM-FORWARD-PARA
               THRU 6000-TM-FORWARD-PARA-EXIT.
           MOVE WS-TM-EASTING TO GK-EASTING.
           MOVE WS-TM-NORTHING TO GK-NORTHING.

       5000-CONVERT-TO-GRIDS-PARA-EXIT.
           EXIT.

      *     Transverzalna Mercatorova projekcija (Snyder) nad
      *     elipsoidom WS-TM-A/WS-TM-F: WS-TM-LAT-DEG/LON-DEG u
      *     WS-TM-EASTING/NORTHING; lazni northing je 0.
       6000-TM-FORWARD-PARA.
           PERFORM 6900-TM-CONSTANTS-PARA
               THRU 6900-TM-CONSTANTS-PARA-EXIT.

           COMPUTE WS-TM-PHI = WS-TM-LAT-DEG * WS-PI / 180.
           COMPUTE WS-TM-LAM = WS-TM-LON-DEG * WS-PI / 180.
           COMPUTE WS-TM-SIN = FUNCTION SIN(WS-TM-PHI).
           COMPUTE WS-TM-COS = FUNCTION COS(WS-TM-PHI).
           COMPUTE WS-TM-TAN = FUNCTION TAN(WS-TM-PHI).

           COMPUTE WS-TM-N = WS-TM-A
                   / FUNCTION SQRT(1 - WS-TM-E2 * WS-TM-SIN ** 2).
           COMPUTE WS-TM-T = WS-TM-TAN ** 2.
           COMPUTE WS-TM-C = WS-TM-EP2 * WS-TM-COS ** 2.
           COMPUTE WS-TM-AT = WS-TM-COS * (WS-TM-LAM - WS-TM-LAM0).

           COMPUTE WS-TM-M =
               WS-TM-A * (
                 (1 - (WS-TM-E2 / 4) - (3 * WS-TM-E4 / 64)
                     - (5 * WS-TM-E6 / 256)) * WS-TM-PHI
                 - ((3 * WS-TM-E2 / 8) + (3 * WS-TM-E4 / 32)
                     + (45 * WS-TM-E6 / 1024))
                     * FUNCTION SIN(2 * WS-TM-PHI)
                 + ((15 * WS-TM-E4 / 256) + (45 * WS-TM-E6 / 1024))
                     * FUNCTION SIN(4 * WS-TM-PHI)
                 - (35 * WS-TM-E6 / 3072)
                     * FUNCTION SIN(6 * WS-TM-PHI)).

           COMPUTE WS-TM-EASTING =
               WS-TM-K0 * WS-TM-N * (WS-TM-AT
                 + (1 - WS-TM-T + WS-TM-C) * WS-TM-AT ** 3 / 6
                 + (5 - (18 * WS-TM-T) + WS-TM-T ** 2
                     + (72 * WS-TM-C) - (58 * WS-TM-EP2))
                     * WS-TM-AT ** 5 / 120)
               + WS-TM-FE.

           COMPUTE WS-TM-NORTHING =
               WS-TM-K0 * (WS-TM-M + WS-TM-N * WS-TM-TAN
                 * (WS-TM-AT ** 2 / 2
                    + (5 - WS-TM-T + (9 * WS-TM-C)
                        + (4 * WS-TM-C ** 2)) * WS-TM-AT ** 4 / 24
                    + (61 - (58 * WS-TM-T) + WS-TM-T ** 2
                        + (600 * WS-TM-C) - (330 * WS-TM-EP2))
                        * WS-TM-AT ** 6 / 720)).

       6000-TM-FORWARD-PARA-EXIT.
           EXIT.

      *     Inverzna transverzalna Mercatorova projekcija (Snyder,
      *     preko sirine podnozja): WS-TM-EASTING/NORTHING u
      *     WS-TM-LAT-DEG/LON-DEG.
       6500-TM-INVERSE-PARA.
           PERFORM 6900-TM-CONSTANTS-PARA
               THRU 6900-TM-CONSTANTS-PARA-EXIT.

           COMPUTE WS-TM-M = WS-TM-NORTHING / WS-TM-K0.
           COMPUTE WS-TM-MU = WS-TM-M / (WS-TM-A
                   * (1 - (WS-TM-E2 / 4) - (3 * WS-TM-E4 / 64)
                      - (5 * WS-TM-E6 / 256))).
           COMPUTE WS-TM-E1 = (1 - FUNCTION SQRT(1 - WS-TM-E2))
                   / (1 + FUNCTION SQRT(1 - WS-TM-E2)).

           COMPUTE WS-TM-PHI = WS-TM-MU
               + ((3 * WS-TM-E1 / 2) - (27 * WS-TM-E1 ** 3 / 32))
                   * FUNCTION SIN(2 * WS-TM-MU)
               + ((21 * WS-TM-E1 ** 2 / 16)
                   - (55 * WS-TM-E1 ** 4 / 32))
                   * FUNCTION SIN(4 * WS-TM-MU)
               + (151 * WS-TM-E1 ** 3 / 96)
                   * FUNCTION SIN(6 * WS-TM-MU)
               + (1097 * WS-TM-E1 ** 4 / 512)
                   * FUNCTION SIN(8 * WS-TM-MU).

           COMPUTE WS-TM-SIN = FUNCTION SIN(WS-TM-PHI).
           COMPUTE WS-TM-COS = FUNCTION COS(WS-TM-PHI).
           COMPUTE WS-TM-TAN = FUNCTION TAN(WS-TM-PHI).
           COMPUTE WS-TM-C = WS-TM-EP2 * WS-TM-COS ** 2.
           COMPUTE WS-TM-T = WS-TM-TAN ** 2.
           COMPUTE WS-TM-N = WS-TM-A
                   / FUNCTION SQRT(1 - WS-TM-E2 * WS-TM-SIN ** 2).
           COMPUTE WS-TM-R = WS-TM-A * (1 - WS-TM-E2)
                   / (1 - WS-TM-E2 * WS-TM-SIN ** 2) ** 1.5.
           COMPUTE WS-TM-D = (WS-TM-EASTING - WS-TM-FE)
                   / (WS-TM-N * WS-TM-K0).

           COMPUTE WS-TM-LAT-DEG = (WS-TM-PHI
               - (WS-TM-N * WS-TM-TAN / WS-TM-R)
                 * (WS-TM-D ** 2 / 2
                    - (5 + (3 * WS-TM-T) + (10 * WS-TM-C)
                        - (4 * WS-TM-C ** 2) - (9 * WS-TM-EP2))
                        * WS-TM-D ** 4 / 24
                    + (61 + (90 * WS-TM-T) + (298 * WS-TM-C)
                        + (45 * WS-TM-T ** 2) - (252 * WS-TM-EP2)
                        - (3 * WS-TM-C ** 2))
                        * WS-TM-D ** 6 / 720))
               * 180 / WS-PI.

           COMPUTE WS-TM-LON-DEG = (WS-TM-LAM0
               + (WS-TM-D
                  - (1 + (2 * WS-TM-T) + WS-TM-C) * WS-TM-D ** 3 / 6
                  + (5 - (2 * WS-TM-C) + (28 * WS-TM-T)
                      - (3 * WS-TM-C ** 2) + (8 * WS-TM-EP2)
                      + (24 * WS-TM-T ** 2)) * WS-TM-D ** 5 / 120)
                 / WS-TM-COS)
               * 180 / WS-PI.

       6500-TM-INVERSE-PARA-EXIT.
           EXIT.

      *     Ekscentricitet elipsoida i srednji meridijan u radijanima.
       6900-TM-CONSTANTS-PARA.
           COMPUTE WS-TM-E2 = WS-TM-F * (2 - WS-TM-F).
           COMPUTE WS-TM-E4 = WS-TM-E2 ** 2.
           COMPUTE WS-TM-E6 = WS-TM-E2 ** 3.
           COMPUTE WS-TM-EP2 = WS-TM-E2 / (1 - WS-TM-E2).
           COMPUTE WS-TM-LAM0 = WS-TM-LON0-DEG * WS-PI / 180.

       6900-TM-CONSTANTS-PARA-EXIT.
           EXIT.

      *     Pomak datuma WS-DS-LAT-DEG/LON-DEG izmedju Bessela (HDKS)
      *     i GRS80 (HTRS96): geodetske u pravokutne koordinate na
      *     izvornom elipsoidu, Helmert sa 7 parametara, pa natrag u
      *     geodetske na ciljnom elipsoidu iteracijom po sirini.
      *     Duzina iz atan(Y/X) - X je pozitivan za cijelo podrucje.
       7000-DATUM-SHIFT-PARA.
           IF SHIFT-TO-GRS80
               MOVE 1 TO WS-DS-SIGN
               MOVE WS-BESSEL-A TO WS-DS-A
               COMPUTE WS-DS-E2 = WS-BESSEL-F * (2 - WS-BESSEL-F)
           ELSE
               MOVE -1 TO WS-DS-SIGN
               MOVE WS-GRS80-A TO WS-DS-A
               COMPUTE WS-DS-E2 = WS-GRS80-F * (2 - WS-GRS80-F)
           END-IF.

           COMPUTE WS-DS-PHI = WS-DS-LAT-DEG * WS-PI / 180.
           COMPUTE WS-DS-LAM = WS-DS-LON-DEG * WS-PI / 180.
           COMPUTE WS-DS-N = WS-DS-A / FUNCTION SQRT(1 - WS-DS-E2
                   * FUNCTION SIN(WS-DS-PHI) ** 2).
           COMPUTE WS-DS-X = WS-DS-N * FUNCTION COS(WS-DS-PHI)
                   * FUNCTION COS(WS-DS-LAM).
           COMPUTE WS-DS-Y = WS-DS-N * FUNCTION COS(WS-DS-PHI)
                   * FUNCTION SIN(WS-DS-LAM).
           COMPUTE WS-DS-Z = WS-DS-N * (1 - WS-DS-E2)
                   * FUNCTION SIN(WS-DS-PHI).

           COMPUTE WS-DS-SCALE =
                   1 + WS-DS-SIGN * WS-HLM-PPM / 1000000.
           COMPUTE WS-DS-RX = WS-DS-SIGN * WS-HLM-RX * WS-PI / 648000.
           COMPUTE WS-DS-RY = WS-DS-SIGN * WS-HLM-RY * WS-PI / 648000.
           COMPUTE WS-DS-RZ = WS-DS-SIGN * WS-HLM-RZ * WS-PI / 648000.

           COMPUTE WS-DS-X2 = WS-DS-SIGN * WS-HLM-TX + WS-DS-SCALE
                   * (WS-DS-X - WS-DS-RZ * WS-DS-Y
                      + WS-DS-RY * WS-DS-Z).
           COMPUTE WS-DS-Y2 = WS-DS-SIGN * WS-HLM-TY + WS-DS-SCALE
                   * (WS-DS-RZ * WS-DS-X + WS-DS-Y
                      - WS-DS-RX * WS-DS-Z).
           COMPUTE WS-DS-Z2 = WS-DS-SIGN * WS-HLM-TZ + WS-DS-SCALE
                   * (WS-DS-RX * WS-DS-Y - WS-DS-RY * WS-DS-X
                      + WS-DS-Z).

           IF SHIFT-TO-GRS80
               MOVE WS-GRS80-A TO WS-DS-A
               COMPUTE WS-DS-E2 = WS-GRS80-F * (2 - WS-GRS80-F)
           ELSE
               MOVE WS-BESSEL-A TO WS-DS-A
               COMPUTE WS-DS-E2 = WS-BESSEL-F * (2 - WS-BESSEL-F)
           END-IF.

           COMPUTE WS-DS-P = FUNCTION SQRT(WS-DS-X2 ** 2
                   + WS-DS-Y2 ** 2).
           COMPUTE WS-DS-LAM = FUNCTION ATAN(WS-DS-Y2 / WS-DS-X2).
           COMPUTE WS-DS-PHI = FUNCTION ATAN(WS-DS-Z2
                   / (WS-DS-P * (1 - WS-DS-E2))).
           PERFORM 5 TIMES
               COMPUTE WS-DS-N = WS-DS-A / FUNCTION SQRT(1 - WS-DS-E2
                       * FUNCTION SIN(WS-DS-PHI) ** 2)
               COMPUTE WS-DS-H = WS-DS-P / FUNCTION COS(WS-DS-PHI)
                       - WS-DS-N
               COMPUTE WS-DS-PHI = FUNCTION ATAN(WS-DS-Z2
                       / (WS-DS-P * (1 - WS-DS-E2 * WS-DS-N
                          / (WS-DS-N + WS-DS-H))))
           END-PERFORM.

           COMPUTE WS-DS-LAT-DEG = WS-DS-PHI * 180 / WS-PI.
           COMPUTE WS-DS-LON-DEG = WS-DS-LAM * 180 / WS-PI.

       7000-DATUM-SHIFT-PARA-EXIT.
           EXIT.
