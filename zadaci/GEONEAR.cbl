      ******************************************************************
      *    GEONEAR - Dodjela najblize servisne tocke po velikoj        *
      *              kruznoj udaljenosti (isti haversin i polumjer     *
      *              6371 km kao GEODIST). Ucitava servisne tocke iz   *
      *              SPTFL (SPTREC) - za VET samo veterinare iz        *
      *              registra VETREG - pa za svaku vec geokodiranu     *
      *              adresu iz NEARIN (OWNLOC raspored + trazena vrsta *
      *              tocke) trazi najblizu aktivnu tocku te vrste:     *
      *              clanu knjiznice maticnu podruznicu, vlasniku psa  *
      *              najblizeg registriranog veterinara. Dodjele idu u *
      *              NEAROUT, a NEARRPT daje raspodjelu po pojasima    *
      *              udaljenosti i opterecenje svake tocke za          *
      *              planiranje nove podruznice. Neispravna lokacija   *
      *              ili vrsta bez tocke se odbija uz RC=4.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEONEAR.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-POINT-FILE ASSIGN TO SPTFL
                  ORGANIZATION IS SEQUENTIAL.

      * Registar ovlastenih veterinara (VETFEED) - bez njega se
      * VET tocke ne provjeravaju.
           SELECT OPTIONAL VET-REGISTRY-FILE ASSIGN TO VETREG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NEAR-INPUT-FILE ASSIGN TO NEARIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NEAR-OUTPUT-FILE ASSIGN TO NEAROUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NEAR-REPORT ASSIGN TO NEARRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SERVICE-POINT-FILE.
           COPY SPTREC.

       FD VET-REGISTRY-FILE.
       01 VET-REGISTRY-RECORD.
           05 VRG-VET-ID        PIC X(8).
           05 FILLER            PIC X.
           05 VRG-VET-NAME      PIC X(30).

      * Geokodirana adresa: prvih 41 znakova kao OWNLOC (kljuc -
      * vlasnik ili broj clana - pa DDMMSSH DDMMSSH), iza toga
      * vrsta trazene tocke (LIB, VET, SHLT, DEAL).
       FD NEAR-INPUT-FILE.
       01 NEAR-INPUT-RECORD.
           05 NIN-KEY           PIC X(25).
           05 FILLER            PIC X.
           05 NIN-LOCATION      PIC X(15).
           05 FILLER            PIC X.
           05 NIN-POINT-TYPE    PIC X(4).

       FD NEAR-OUTPUT-FILE.
       01 NEAR-OUTPUT-RECORD.
           05 NOT-KEY           PIC X(25).
           05 FILLER            PIC X.
           05 NOT-POINT-TYPE    PIC X(4).
           05 FILLER            PIC X.
           05 NOT-POINT-ID      PIC X(8).
           05 FILLER            PIC X.
           05 NOT-POINT-NAME    PIC X(30).
           05 FILLER            PIC X.
           05 NOT-DISTANCE-KM   PIC 9(5)V999.
           05 FILLER            PIC X.
           05 NOT-BAND          PIC X(10).

       FD NEAR-REPORT.
       01 NEAR-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-INPUT  VALUE 'Y'.
       01 WS-SPT-EOF       PIC X VALUE 'N'.
           88 END-OF-POINTS VALUE 'Y'.
       01 WS-VET-EOF       PIC X VALUE 'N'.
           88 END-OF-VETS   VALUE 'Y'.

       01 TOTAL-ADDRESSES  PIC 9(5) VALUE ZEROS.
       01 ASSIGNED-COUNT   PIC 9(5) VALUE ZEROS.
       01 REJECTED-COUNT   PIC 9(5) VALUE ZEROS.
       01 SKIPPED-POINTS   PIC 9(5) VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(100).

      * Registar veterinara u memoriji.
       01 WS-MAX-VETS      PIC 9(4) VALUE 500.
       01 WS-VET-COUNT     PIC 9(4) VALUE 0.
       01 VET-TABLE.
           05 VT-ID         PIC X(8) OCCURS 500 TIMES.
       01 WS-VET-FOUND     PIC X VALUE 'N'.
           88 VET-IS-REGISTERED VALUE 'Y'.

      * Aktivne servisne tocke s koordinatama u radijanima i
      * zbrojevima dodjela za izvjestaj opterecenja.
       01 WS-MAX-POINTS    PIC 9(4) VALUE 500.
       01 WS-POINT-COUNT   PIC 9(4) VALUE 0.
       01 POINT-TABLE.
           05 PT-ENTRY OCCURS 500 TIMES.
               10 PT-TYPE       PIC X(4).
               10 PT-ID         PIC X(8).
               10 PT-NAME       PIC X(30).
               10 PT-LAT        USAGE COMP-2.
               10 PT-LON        USAGE COMP-2.
               10 PT-ASSIGNED   PIC 9(6).
               10 PT-FAR        PIC 9(6).
               10 PT-SUM-KM     USAGE COMP-2.
               10 PT-MAX-KM     USAGE COMP-2.

      * Raspodjela po pojasima udaljenosti za svaku vrstu tocke.
       01 WS-MAX-TYPES     PIC 9(2) VALUE 10.
       01 WS-TYPE-COUNT    PIC 9(2) VALUE 0.
       01 TYPE-TABLE.
           05 TY-ENTRY OCCURS 10 TIMES.
               10 TY-TYPE       PIC X(4).
               10 TY-ASSIGNED   PIC 9(6).
               10 TY-BAND-COUNT PIC 9(6) OCCURS 6 TIMES.
       01 BAND-NAMES.
           05 FILLER        PIC X(10) VALUE "0-1 KM".
           05 FILLER        PIC X(10) VALUE "1-3 KM".
           05 FILLER        PIC X(10) VALUE "3-5 KM".
           05 FILLER        PIC X(10) VALUE "5-10 KM".
           05 FILLER        PIC X(10) VALUE "10-20 KM".
           05 FILLER        PIC X(10) VALUE "OVER 20 KM".
       01 BAND-NAME-TABLE REDEFINES BAND-NAMES.
           05 BAND-NAME     PIC X(10) OCCURS 6 TIMES.
      * Dodjela dalja od ovoga broji se kao udaljena za tocku.
       01 WS-FAR-KM        USAGE COMP-2 VALUE 10.0.

       01 WS-IDX           PIC 9(4).
       01 WS-TIX           PIC 9(2).
       01 WS-BIX           PIC 9(2).
       01 WS-BEST-IDX      PIC 9(4).
       01 WS-BEST-KM       USAGE COMP-2.
       01 WS-WANT-TYPE     PIC X(4).

      * Lokacija DDMMSSH DDMMSSH za pretvorbu u radijane.
       01 WS-DMS-TEXT.
           05 WS-DMS-LAT-DEG    PIC 9(2).
           05 WS-DMS-LAT-MIN    PIC 9(2).
           05 WS-DMS-LAT-SEC    PIC 9(2).
           05 WS-DMS-LAT-HEMI   PIC X.
           05 FILLER            PIC X.
           05 WS-DMS-LON-DEG    PIC 9(2).
           05 WS-DMS-LON-MIN    PIC 9(2).
           05 WS-DMS-LON-SEC    PIC 9(2).
           05 WS-DMS-LON-HEMI   PIC X.
       01 WS-POINT-VALID   PIC X VALUE 'Y'.
           88 POINT-IS-VALID VALUE 'Y'.
       01 WS-LAT-DEG       USAGE COMP-2.
       01 WS-LON-DEG       USAGE COMP-2.
       01 WS-LAT-RAD       USAGE COMP-2.
       01 WS-LON-RAD       USAGE COMP-2.
       01 WS-LAT1          USAGE COMP-2.
       01 WS-LON1          USAGE COMP-2.
       01 WS-LAT2          USAGE COMP-2.
       01 WS-LON2          USAGE COMP-2.

      * Haversin - medjurezultati (kao GEODIST).
       01 WS-PI            USAGE COMP-2 VALUE 3.14159265358979.
      * Srednji polumjer WGS84 elipsoida u kilometrima.
       01 WS-EARTH-RADIUS  USAGE COMP-2 VALUE 6371.0.
       01 WS-DLAT          USAGE COMP-2.
       01 WS-DLON          USAGE COMP-2.
       01 WS-HAV-A         USAGE COMP-2.
       01 WS-HAV-C         USAGE COMP-2.
       01 WS-DISTANCE-KM   USAGE COMP-2.
       01 WS-MEAN-KM       USAGE COMP-2.

       01 WS-DIST-EDIT     PIC ZZZZ9.999.
       01 WS-MEAN-EDIT     PIC ZZZZ9.999.
       01 WS-MAX-EDIT      PIC ZZZZ9.999.
       01 WS-DIST-NUM      PIC 9(5)V9(3).
       01 WS-PCT-NUM       PIC 9(3)V9.
       01 WS-PCT-EDIT      PIC ZZ9.9.
       01 WS-COUNT-EDIT    PIC ZZZZZ9.
       01 WS-FAR-EDIT      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/odbijene
      * adrese, 8=greska u podacima, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.

           PERFORM 1100-LOAD-VETS-PARA
               THRU 1100-LOAD-VETS-PARA-EXIT.
           PERFORM 1200-LOAD-POINTS-PARA
               THRU 1200-LOAD-POINTS-PARA-EXIT.

           OPEN INPUT NEAR-INPUT-FILE.
           OPEN OUTPUT NEAR-OUTPUT-FILE.
           OPEN OUTPUT NEAR-REPORT.

           MOVE "NEAREST SERVICE POINT ASSIGNMENT" TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.
           MOVE SPACES TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.

           READ NEAR-INPUT-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INPUT
               ADD 1 TO TOTAL-ADDRESSES
               PERFORM 1000-PROCESS-ADDRESS-PARA
                   THRU 1000-PROCESS-ADDRESS-PARA-EXIT
               READ NEAR-INPUT-FILE
                   AT END SET END-OF-INPUT TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 5000-BAND-REPORT-PARA
               THRU 5000-BAND-REPORT-PARA-EXIT.
           PERFORM 6000-POINT-REPORT-PARA
               THRU 6000-POINT-REPORT-PARA-EXIT.

           MOVE SPACES TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ADDRESSES: " TOTAL-ADDRESSES
                  "  ASSIGNED: " ASSIGNED-COUNT
                  "  REJECTED: " REJECTED-COUNT
                  "  POINTS SKIPPED: " SKIPPED-POINTS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.

           DISPLAY "GEONEAR: " TOTAL-ADDRESSES " ADDRESSES, "
                   ASSIGNED-COUNT " ASSIGNED, "
                   REJECTED-COUNT " REJECTED".

           IF (REJECTED-COUNT > 0 OR SKIPPED-POINTS > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE NEAR-INPUT-FILE.
           CLOSE NEAR-OUTPUT-FILE.
           CLOSE NEAR-REPORT.
           GOBACK.

      * Jedna adresa: lokacija u radijane, pa najbliza aktivna
      * tocka trazene vrste (linearni prolaz kroz tablicu tocaka).
       1000-PROCESS-ADDRESS-PARA.
           MOVE NIN-LOCATION TO WS-DMS-TEXT.
           PERFORM 2000-CONVERT-POINT-PARA
               THRU 2000-CONVERT-POINT-PARA-EXIT.

           IF NOT POINT-IS-VALID
               ADD 1 TO REJECTED-COUNT
               DISPLAY "GEONEAR: LOCATION OUT OF RANGE - "
                       NIN-KEY " " NIN-LOCATION
               GO TO 1000-PROCESS-ADDRESS-PARA-EXIT
           END-IF.

           MOVE WS-LAT-RAD TO WS-LAT1.
           MOVE WS-LON-RAD TO WS-LON1.
           MOVE NIN-POINT-TYPE TO WS-WANT-TYPE.
           MOVE 0 TO WS-BEST-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POINT-COUNT
               IF PT-TYPE(WS-IDX) = WS-WANT-TYPE
                   MOVE PT-LAT(WS-IDX) TO WS-LAT2
                   MOVE PT-LON(WS-IDX) TO WS-LON2
                   PERFORM 3000-COMPUTE-DISTANCE-PARA
                       THRU 3000-COMPUTE-DISTANCE-PARA-EXIT
                   IF WS-BEST-IDX = 0
                           OR WS-DISTANCE-KM < WS-BEST-KM
                       MOVE WS-IDX TO WS-BEST-IDX
                       MOVE WS-DISTANCE-KM TO WS-BEST-KM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-IDX = 0
               ADD 1 TO REJECTED-COUNT
               DISPLAY "GEONEAR: NO ACTIVE POINT OF TYPE '"
                       WS-WANT-TYPE "' - " NIN-KEY
               GO TO 1000-PROCESS-ADDRESS-PARA-EXIT
           END-IF.

           PERFORM 4000-RECORD-ASSIGNMENT-PARA
               THRU 4000-RECORD-ASSIGNMENT-PARA-EXIT.

       1000-PROCESS-ADDRESS-PARA-EXIT.
           EXIT.

       1100-LOAD-VETS-PARA.
           OPEN INPUT VET-REGISTRY-FILE.

           READ VET-REGISTRY-FILE
               AT END SET END-OF-VETS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-VETS
                   OR WS-VET-COUNT NOT LESS THAN WS-MAX-VETS
               IF VRG-VET-ID NOT = SPACES
                   ADD 1 TO WS-VET-COUNT
                   MOVE VRG-VET-ID TO VT-ID(WS-VET-COUNT)
               END-IF
               READ VET-REGISTRY-FILE
                   AT END SET END-OF-VETS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE VET-REGISTRY-FILE.

       1100-LOAD-VETS-PARA-EXIT.
           EXIT.

      * Ucitava aktivne tocke; zatvorene se preskacu, a tocka s
      * neispravnom lokacijom ili VET tocka koje nema u registru
      * (kad je registar zadan) preskace se uz poruku.
       1200-LOAD-POINTS-PARA.
           OPEN INPUT SERVICE-POINT-FILE.

           READ SERVICE-POINT-FILE
               AT END SET END-OF-POINTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-POINTS
               PERFORM 1300-LOAD-ONE-POINT-PARA
                   THRU 1300-LOAD-ONE-POINT-PARA-EXIT
               READ SERVICE-POINT-FILE
                   AT END SET END-OF-POINTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERVICE-POINT-FILE.

           DISPLAY "GEONEAR: " WS-POINT-COUNT " SERVICE POINTS, "
                   WS-VET-COUNT " REGISTERED VETS".

       1200-LOAD-POINTS-PARA-EXIT.
           EXIT.

       1300-LOAD-ONE-POINT-PARA.
           IF SP-CLOSED
               GO TO 1300-LOAD-ONE-POINT-PARA-EXIT
           END-IF.

           IF SP-VET AND WS-VET-COUNT > 0
               MOVE 'N' TO WS-VET-FOUND
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-VET-COUNT
                   IF VT-ID(WS-IDX) = SP-ID
                       SET VET-IS-REGISTERED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT VET-IS-REGISTERED
                   ADD 1 TO SKIPPED-POINTS
                   DISPLAY "GEONEAR: VET NOT IN REGISTRY - " SP-ID
                   GO TO 1300-LOAD-ONE-POINT-PARA-EXIT
               END-IF
           END-IF.

           MOVE SP-LOCATION TO WS-DMS-TEXT.
           PERFORM 2000-CONVERT-POINT-PARA
               THRU 2000-CONVERT-POINT-PARA-EXIT.
           IF NOT POINT-IS-VALID
               ADD 1 TO SKIPPED-POINTS
               DISPLAY "GEONEAR: POINT LOCATION OUT OF RANGE - "
                       SP-TYPE " " SP-ID " " SP-LOCATION
               GO TO 1300-LOAD-ONE-POINT-PARA-EXIT
           END-IF.

           IF WS-POINT-COUNT NOT LESS THAN WS-MAX-POINTS
               ADD 1 TO SKIPPED-POINTS
               DISPLAY "GEONEAR: POINT TABLE FULL - " SP-ID
               GO TO 1300-LOAD-ONE-POINT-PARA-EXIT
           END-IF.

           ADD 1 TO WS-POINT-COUNT.
           MOVE SP-TYPE TO PT-TYPE(WS-POINT-COUNT).
           MOVE SP-ID TO PT-ID(WS-POINT-COUNT).
           MOVE SP-NAME TO PT-NAME(WS-POINT-COUNT).
           MOVE WS-LAT-RAD TO PT-LAT(WS-POINT-COUNT).
           MOVE WS-LON-RAD TO PT-LON(WS-POINT-COUNT).
           MOVE 0 TO PT-ASSIGNED(WS-POINT-COUNT).
           MOVE 0 TO PT-FAR(WS-POINT-COUNT).
           MOVE 0 TO PT-SUM-KM(WS-POINT-COUNT).
           MOVE 0 TO PT-MAX-KM(WS-POINT-COUNT).

       1300-LOAD-ONE-POINT-PARA-EXIT.
           EXIT.

      * Iste granice raspona kao GEODIST, pa DMS u stupnjeve s
      * predznakom (S/W negativno) i u radijane.
       2000-CONVERT-POINT-PARA.
           MOVE 'Y' TO WS-POINT-VALID.

           IF WS-DMS-TEXT(1:6) IS NOT NUMERIC
                   OR WS-DMS-TEXT(9:6) IS NOT NUMERIC
               MOVE 'N' TO WS-POINT-VALID
               GO TO 2000-CONVERT-POINT-PARA-EXIT
           END-IF.

           IF WS-DMS-LAT-DEG > 90 OR WS-DMS-LAT-MIN > 59
                   OR WS-DMS-LAT-SEC > 59
               MOVE 'N' TO WS-POINT-VALID
           END-IF.
           IF WS-DMS-LON-MIN > 59 OR WS-DMS-LON-SEC > 59
               MOVE 'N' TO WS-POINT-VALID
           END-IF.
           IF WS-DMS-LAT-HEMI NOT = "N" AND WS-DMS-LAT-HEMI NOT = "S"
               MOVE 'N' TO WS-POINT-VALID
           END-IF.
           IF WS-DMS-LON-HEMI NOT = "E" AND WS-DMS-LON-HEMI NOT = "W"
               MOVE 'N' TO WS-POINT-VALID
           END-IF.
           IF NOT POINT-IS-VALID
               GO TO 2000-CONVERT-POINT-PARA-EXIT
           END-IF.

           COMPUTE WS-LAT-DEG = WS-DMS-LAT-DEG
                   + WS-DMS-LAT-MIN / 60.0
                   + WS-DMS-LAT-SEC / 3600.0.
           IF WS-DMS-LAT-HEMI = "S"
               COMPUTE WS-LAT-DEG = 0 - WS-LAT-DEG
           END-IF.
           COMPUTE WS-LON-DEG = WS-DMS-LON-DEG
                   + WS-DMS-LON-MIN / 60.0
                   + WS-DMS-LON-SEC / 3600.0.
           IF WS-DMS-LON-HEMI = "W"
               COMPUTE WS-LON-DEG = 0 - WS-LON-DEG
           END-IF.

           COMPUTE WS-LAT-RAD = WS-LAT-DEG * WS-PI / 180.0.
           COMPUTE WS-LON-RAD = WS-LON-DEG * WS-PI / 180.0.

       2000-CONVERT-POINT-PARA-EXIT.
           EXIT.

      * Haversin udaljenost od adrese (LAT1/LON1) do tocke
      * (LAT2/LON2) - isti izracun kao GEODIST 3000-COMPUTE-LEG-PARA.
       3000-COMPUTE-DISTANCE-PARA.
           COMPUTE WS-DLAT = WS-LAT2 - WS-LAT1.
           COMPUTE WS-DLON = WS-LON2 - WS-LON1.

           COMPUTE WS-HAV-A =
                   FUNCTION SIN(WS-DLAT / 2)
                   * FUNCTION SIN(WS-DLAT / 2)
                   + FUNCTION COS(WS-LAT1) * FUNCTION COS(WS-LAT2)
                   * FUNCTION SIN(WS-DLON / 2)
                   * FUNCTION SIN(WS-DLON / 2).

           IF WS-HAV-A >= 1.0
               COMPUTE WS-HAV-C = WS-PI
           ELSE
               COMPUTE WS-HAV-C = 2 * FUNCTION ATAN
                       (FUNCTION SQRT(WS-HAV-A)
                        / FUNCTION SQRT(1.0 - WS-HAV-A))
           END-IF.

           COMPUTE WS-DISTANCE-KM = WS-EARTH-RADIUS * WS-HAV-C.

       3000-COMPUTE-DISTANCE-PARA-EXIT.
           EXIT.

      * Dodjela: zapis u NEAROUT, pojas udaljenosti za vrstu tocke
      * i zbrojevi opterecenja tocke.
       4000-RECORD-ASSIGNMENT-PARA.
           ADD 1 TO ASSIGNED-COUNT.

           EVALUATE TRUE
               WHEN WS-BEST-KM < 1.0
                   MOVE 1 TO WS-BIX
               WHEN WS-BEST-KM < 3.0
                   MOVE 2 TO WS-BIX
               WHEN WS-BEST-KM < 5.0
                   MOVE 3 TO WS-BIX
               WHEN WS-BEST-KM < 10.0
                   MOVE 4 TO WS-BIX
               WHEN WS-BEST-KM < 20.0
                   MOVE 5 TO WS-BIX
               WHEN OTHER
                   MOVE 6 TO WS-BIX
           END-EVALUATE.

           MOVE 0 TO WS-TIX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TYPE-COUNT
               IF TY-TYPE(WS-IDX) = WS-WANT-TYPE
                   MOVE WS-IDX TO WS-TIX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TIX = 0 AND WS-TYPE-COUNT < WS-MAX-TYPES
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TIX
               MOVE WS-WANT-TYPE TO TY-TYPE(WS-TIX)
               MOVE 0 TO TY-ASSIGNED(WS-TIX)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
                   MOVE 0 TO TY-BAND-COUNT(WS-TIX, WS-IDX)
               END-PERFORM
           END-IF.
           IF WS-TIX > 0
               ADD 1 TO TY-ASSIGNED(WS-TIX)
               ADD 1 TO TY-BAND-COUNT(WS-TIX, WS-BIX)
           END-IF.

           ADD 1 TO PT-ASSIGNED(WS-BEST-IDX).
           ADD WS-BEST-KM TO PT-SUM-KM(WS-BEST-IDX).
           IF WS-BEST-KM > PT-MAX-KM(WS-BEST-IDX)
               MOVE WS-BEST-KM TO PT-MAX-KM(WS-BEST-IDX)
           END-IF.
           IF WS-BEST-KM > WS-FAR-KM
               ADD 1 TO PT-FAR(WS-BEST-IDX)
           END-IF.

           MOVE WS-BEST-KM TO WS-DIST-NUM.

           MOVE SPACES TO NEAR-OUTPUT-RECORD.
           MOVE NIN-KEY TO NOT-KEY.
           MOVE WS-WANT-TYPE TO NOT-POINT-TYPE.
           MOVE PT-ID(WS-BEST-IDX) TO NOT-POINT-ID.
           MOVE PT-NAME(WS-BEST-IDX) TO NOT-POINT-NAME.
           MOVE WS-DIST-NUM TO NOT-DISTANCE-KM.
           MOVE BAND-NAME(WS-BIX) TO NOT-BAND.
           WRITE NEAR-OUTPUT-RECORD.

       4000-RECORD-ASSIGNMENT-PARA-EXIT.
           EXIT.

      * Raspodjela dodjela po pojasima udaljenosti, po vrsti tocke.
       5000-BAND-REPORT-PARA.
           MOVE "DISTANCE BANDS BY POINT TYPE" TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.

           PERFORM VARYING WS-TIX FROM 1 BY 1
                   UNTIL WS-TIX > WS-TYPE-COUNT
               MOVE TY-ASSIGNED(WS-TIX) TO WS-COUNT-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  TYPE " TY-TYPE(WS-TIX)
                      "  ASSIGNED " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO NEAR-REPORT-LINE
               WRITE NEAR-REPORT-LINE
               PERFORM VARYING WS-BIX FROM 1 BY 1 UNTIL WS-BIX > 6
                   COMPUTE WS-PCT-NUM ROUNDED =
                           TY-BAND-COUNT(WS-TIX, WS-BIX) * 100
                           / TY-ASSIGNED(WS-TIX)
                   MOVE WS-PCT-NUM TO WS-PCT-EDIT
                   MOVE TY-BAND-COUNT(WS-TIX, WS-BIX)
                       TO WS-COUNT-EDIT
                   MOVE SPACES TO TEMP-REPORT-LINE
                   STRING "    " BAND-NAME(WS-BIX)
                          " " WS-COUNT-EDIT
                          "  " WS-PCT-EDIT " %"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                   MOVE TEMP-REPORT-LINE TO NEAR-REPORT-LINE
                   WRITE NEAR-REPORT-LINE
               END-PERFORM
           END-PERFORM.

       5000-BAND-REPORT-PARA-EXIT.
           EXIT.

      * Opterecenje svake tocke: broj dodjela, prosjecna i najveca
      * udaljenost te broj dodjela dalje od 10 km - tocke s mnogo
      * udaljenih korisnika su kandidati za novu podruznicu u blizini.
       6000-POINT-REPORT-PARA.
           MOVE SPACES TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.
           MOVE "LOAD BY SERVICE POINT" TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  TYPE ID       NAME                          "
                  "  ASSIGNED   MEAN KM    MAX KM  OVER 10"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO NEAR-REPORT-LINE.
           WRITE NEAR-REPORT-LINE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POINT-COUNT
               IF PT-ASSIGNED(WS-IDX) > 0
                   COMPUTE WS-MEAN-KM =
                           PT-SUM-KM(WS-IDX) / PT-ASSIGNED(WS-IDX)
               ELSE
                   MOVE 0 TO WS-MEAN-KM
               END-IF
               MOVE WS-MEAN-KM TO WS-DIST-NUM
               MOVE WS-DIST-NUM TO WS-MEAN-EDIT
               MOVE PT-MAX-KM(WS-IDX) TO WS-DIST-NUM
               MOVE WS-DIST-NUM TO WS-MAX-EDIT
               MOVE PT-ASSIGNED(WS-IDX) TO WS-COUNT-EDIT
               MOVE PT-FAR(WS-IDX) TO WS-FAR-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               STRING "  " PT-TYPE(WS-IDX) " " PT-ID(WS-IDX)
                      " " PT-NAME(WS-IDX)
                      "    " WS-COUNT-EDIT
                      " " WS-MEAN-EDIT " " WS-MAX-EDIT
                      "   " WS-FAR-EDIT
                   DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               MOVE TEMP-REPORT-LINE TO NEAR-REPORT-LINE
               WRITE NEAR-REPORT-LINE
           END-PERFORM.

       6000-POINT-REPORT-PARA-EXIT.
           EXIT.
