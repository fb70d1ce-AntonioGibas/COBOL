      ******************************************************************
      *    DOGHOTS - Kvartalni pregled zarista incidenata s psima po   *
      *              zonama grada za komunalne redare (planiranje      *
      *              ophodnji). Zone su poligoni iz RGNFL; svaka tocka *
      *              (mjesto incidenta iz INCFL, mjesto stanovanja     *
      *              vlasnika iz OWNLOC) je u zonu smjestena GEOFENCE  *
      *              korakom nad DOGHOTX izvodom, ciji GFOUT se ovdje  *
      *              cita kao HOTZONE. Za kvartal (PARM QUARTER=GGGGQn,*
      *              default tekuci) broji teske i lakse incidente po  *
      *              zoni uz usporedbu s prethodnim kvartalom (zona s  *
      *              porastom se istice) i uz svaku zonu navodi opasne *
      *              pse (DG-DANGEROUS u DOG-VSAM) ciji vlasnik u njoj *
      *              stanuje. Izvjestaj ide u HOTRPT.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGHOTS.
       AUTHOR. Z26069.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Poligoni zona - ovdje samo imena, redom kao u GEOFENCE-u.
           SELECT REGION-FILE ASSIGN TO RGNFL
                  ORGANIZATION IS SEQUENTIAL.

      * GFOUT GEOFENCE koraka: zona + COORDINATE-RECORD tocke.
           SELECT OPTIONAL HOT-ZONE-FILE ASSIGN TO HOTZONE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO INCFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OWNER-LOCATION-FILE ASSIGN TO OWNLOC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DOG-VSAM ASSIGN TO DOGVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DG-KEY
                  FILE STATUS IS VSAM-STATUS.

           SELECT HOTSPOT-REPORT ASSIGN TO HOTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Isti raspored kao REGION-RECORD u GEOFENCE-u.
       FD REGION-FILE.
       01 REGION-RECORD.
           05 RGN-NAME          PIC X(20).
           05 FILLER            PIC X(18).

      * Isti raspored kao TAGGED-RECORD u GEOFENCE-u.
       FD HOT-ZONE-FILE RECORDING MODE F.
       01 HOT-ZONE-RECORD.
           05 HZ-REGION         PIC X(20).
           05 FILLER            PIC X.
           05 HZ-POINT          PIC X(180).

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
               88 INC-IS-SEVERE  VALUE "S".
           05 FILLER            PIC X.
           05 INC-NARRATIVE     PIC X(4).
           05 FILLER            PIC X.
           05 INC-RUN-NUMBER    PIC 9(6).
           05 FILLER            PIC X.
           05 INC-LOCATION      PIC X(15).
           05 FILLER            PIC X.
           05 INC-MGRS          PIC X(15).

      * Isti raspored kao OWNER-LOCATION-RECORD u DOGHOTX-u.
       FD OWNER-LOCATION-FILE.
       01 OWNER-LOCATION-RECORD.
           05 OWL-OWNER         PIC X(25).
           05 FILLER            PIC X.
           05 OWL-LOCATION      PIC X(15).

       FD DOG-VSAM.
           COPY DOGDET.

       FD HOTSPOT-REPORT.
       01 HOTSPOT-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

       01 VSAM-STATUS     PIC XX.
           88 VSAM-OK      VALUE "00".

           COPY COORDREC.

       01 WS-RGN-EOF       PIC X VALUE 'N'.
           88 END-OF-REGIONS VALUE 'Y'.
       01 WS-HZ-EOF        PIC X VALUE 'N'.
           88 END-OF-HOT-ZONES VALUE 'Y'.
       01 WS-INC-EOF       PIC X VALUE 'N'.
           88 END-OF-INCIDENTS VALUE 'Y'.
       01 WS-OWL-EOF       PIC X VALUE 'N'.
           88 END-OF-OWNER-LOCATIONS VALUE 'Y'.
       01 WS-DOG-EOF       PIC X VALUE 'N'.
           88 END-OF-DOGS   VALUE 'Y'.

       01 TEMP-REPORT-LINE PIC X(120).

      * Kvartal izvjestaja (QUARTER=) i prethodni, kao GGGGQ.
       01 WS-TODAY-DATE-NUM PIC 9(8).
       01 WS-QUARTER-KEY   PIC 9(5) VALUE ZEROS.
       01 WS-PRIOR-KEY     PIC 9(5) VALUE ZEROS.
       01 WS-INC-KEY       PIC 9(5) VALUE ZEROS.
       01 WS-QTR-YEAR      PIC 9(4).
       01 WS-QTR-NUM       PIC 9.
       01 WS-INC-DATE      PIC 9(8).
       01 WS-INC-DATE-R REDEFINES WS-INC-DATE.
           05 WS-INC-YEAR      PIC 9(4).
           05 WS-INC-MONTH     PIC 9(2).
           05 WS-INC-DAY       PIC 9(2).

      * Zone iz RGNFL-a, a po potrebi i OUTSIDE / NO LOCATION /
      * NOT CLASSIFIED.
       01 WS-MAX-ZONES     PIC 9(2) VALUE 30.
       01 WS-ZONE-COUNT    PIC 9(2) VALUE 0.
       01 ZONE-TABLE.
           02 ZONE-ENTRY OCCURS 1 TO 30 TIMES
                          DEPENDING ON WS-ZONE-COUNT
                          INDEXED BY ZN-IDX.
              03 ZN-NAME         PIC X(20).
              03 ZN-CUR-SEVERE   PIC 9(4).
              03 ZN-CUR-LIGHT    PIC 9(4).
              03 ZN-PRIOR-TOTAL  PIC 9(4).
              03 ZN-DANGEROUS    PIC 9(4).
       01 WS-ZONE-NAME     PIC X(20).
       01 WS-ZONE-IDX      PIC 9(2) VALUE ZEROS.

      * Tocke iz HOTZONE: DDMMSSH DDMMSSH -> zona.
       01 WS-LOCATION.
           05 WS-LAT-DEG       PIC 9(2).
           05 WS-LAT-MIN       PIC 9(2).
           05 WS-LAT-SEC       PIC 9(2).
           05 WS-LAT-HEMI      PIC X.
           05 FILLER           PIC X      VALUE SPACE.
           05 WS-LON-DEG       PIC 9(2).
           05 WS-LON-MIN       PIC 9(2).
           05 WS-LON-SEC       PIC 9(2).
           05 WS-LON-HEMI      PIC X.
       01 WS-MAX-POINTS    PIC 9(4) VALUE 9000.
       01 WS-POINT-COUNT   PIC 9(4) VALUE 0.
       01 POINT-ZONE-TABLE.
           02 POINT-ZONE-ENTRY OCCURS 1 TO 9000 TIMES
                                DEPENDING ON WS-POINT-COUNT
                                INDEXED BY PNT-IDX.
              03 PZ-LOCATION   PIC X(15).
              03 PZ-ZONE       PIC X(20).

      * Mjesto stanovanja vlasnika iz OWNLOC.
       01 WS-MAX-OWNERS    PIC 9(4) VALUE 5000.
       01 WS-OWNER-COUNT   PIC 9(4) VALUE 0.
       01 OWNER-LOCATION-TABLE.
           02 OWNER-LOCATION-ENTRY OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-OWNER-COUNT
                                    INDEXED BY OWN-IDX.
              03 OL-OWNER      PIC X(25).
              03 OL-LOCATION   PIC X(15).

      * Opasni psi s zonom stanovanja vlasnika.
       01 WS-MAX-DANGEROUS PIC 9(4) VALUE 2000.
       01 WS-DANGEROUS-COUNT PIC 9(4) VALUE 0.
       01 DANGEROUS-DOG-TABLE.
           02 DANGEROUS-DOG-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-DANGEROUS-COUNT
                                   INDEXED BY DD-IDX.
              03 DD-ZONE-IDX   PIC 9(2).
              03 DD-NAME       PIC X(25).
              03 DD-OWNER      PIC X(25).
              03 DD-TAG        PIC 9(6).

       01 WS-FIND-LOCATION PIC X(15).

      * Zbrojevi i usporedba s prethodnim kvartalom.
       01 TOTAL-CURRENT    PIC 9(5) VALUE ZEROS.
       01 TOTAL-PRIOR      PIC 9(5) VALUE ZEROS.
       01 RISING-ZONES     PIC 9(2) VALUE ZEROS.
       01 WS-ZONE-TOTAL    PIC 9(5) VALUE ZEROS.
       01 WS-CHANGE        PIC S9(5) VALUE ZEROS.
       01 WS-CHANGE-EDIT   PIC +ZZZ9.
       01 WS-COUNT-EDIT    PIC ZZZ9.
       01 WS-SEVERE-EDIT   PIC ZZZ9.
       01 WS-LIGHT-EDIT    PIC ZZZ9.
       01 WS-PRIOR-EDIT    PIC ZZZ9.

      * Struktura i paragrafi za rastavljanje PARMD na
      * kljuc=vrijednost parove - po uzoru na TASK5C-ov
      * PARSE-PARMD-PARA.
       01  WS-PARMD                      PIC X(255).
       01  WS-PARM-LEN                   PIC 9(3).

       01  WS-MAX-KEYWORDS               PIC 9(4) VALUE 10.
       01  WS-KW-COUNT                   PIC 9(4) VALUE 0.
       01  KEYWORD-TABLE.
           02 KEYWORD-ENTRY OCCURS 1 TO 10 TIMES
                             DEPENDING ON WS-KW-COUNT
                             INDEXED BY KW-IDX.
              03 KW-NAME        PIC X(30).
              03 KW-VALUE       PIC X(30).
              03 KW-VALID       PIC X VALUE 'Y'.
                 88 KW-IS-VALID VALUE 'Y'.

       01  WS-PAIR-START                 PIC 9(3).
       01  WS-PAIR-END                   PIC 9(3).
       01  WS-PAIR-LEN                   PIC 9(3).
       01  WS-EQ-POS                     PIC 9(3).
       01  WS-PAIR                       PIC X(61).

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

      * Strukturirani zapis o gresci - vidi shared/copylib/EXCPTLOG i
      * shared/source/WRITEEXC.
           COPY EXCPTLOG.

      * Povratkom iz CALL-a RETURN-CODE pozivatelja dobiva vrijednost
      * RETURN-CODE-a pozvanog programa - zavrsni DTSTAMP/WRITELOG
      * pozivi bi tako pregazili RC postavljen tijekom obrade, pa ga
      * WRITE-LOG-PARA sprema prije poziva i vraca poslije.
       01 WS-SAVED-RETURN-CODE PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
      * Struktura za zaprimanje parametara iz PARM statementa JCL-a.
       01 PARMDATA.
           05 PARML           PIC 9(4) USAGE COMP.
           05 PARMD           PIC X(255).

       PROCEDURE DIVISION USING PARMDATA.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=zone s porastom
      * incidenata, 8=greska u parametrima ili bez zona, 12=greska
      * datoteke/VSAM-a.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO EXC-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           COMPUTE WS-TODAY-DATE-NUM =
                   (WS-ST-YEAR * 10000) + (WS-ST-MONTH * 100)
                   + WS-ST-DAY.
           MOVE WS-ST-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NUM = (WS-ST-MONTH + 2) / 3.

           IF PARML > 0
               PERFORM PARSE-PARMD-PARA THRU PARSE-PARMD-PARA-EXIT
               PERFORM APPLY-PARM-QUARTER-PARA
                       THRU APPLY-PARM-QUARTER-PARA-EXIT
               IF RETURN-CODE >= 8
                   PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-QUARTER-KEY = WS-QTR-YEAR * 10 + WS-QTR-NUM.
           IF WS-QTR-NUM = 1
               COMPUTE WS-PRIOR-KEY = (WS-QTR-YEAR - 1) * 10 + 4
           ELSE
               COMPUTE WS-PRIOR-KEY = WS-QUARTER-KEY - 1
           END-IF.

           PERFORM LOAD-ZONES-PARA THRU LOAD-ZONES-PARA-EXIT.
           IF WS-ZONE-COUNT = 0
               DISPLAY "DOGHOTS: NO REGION POLYGONS ON CONTROL FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.
           PERFORM LOAD-POINT-ZONES-PARA
                   THRU LOAD-POINT-ZONES-PARA-EXIT.
           PERFORM LOAD-OWNER-LOCATIONS-PARA
                   THRU LOAD-OWNER-LOCATIONS-PARA-EXIT.
           PERFORM TALLY-INCIDENTS-PARA THRU TALLY-INCIDENTS-PARA-EXIT.
           PERFORM LOAD-DANGEROUS-DOGS-PARA
                   THRU LOAD-DANGEROUS-DOGS-PARA-EXIT.

           OPEN OUTPUT HOTSPOT-REPORT.
           PERFORM REPORT-ZONES-PARA THRU REPORT-ZONES-PARA-EXIT.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-PARA-EXIT.
           CLOSE HOTSPOT-REPORT.

           IF RISING-ZONES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.

      * Rastavlja PARMD na kljuc=vrijednost parove odvojene zarezima,
      * npr. "QUARTER=2026Q3", i puni KEYWORD-TABLE - vidi TASK5C.
       PARSE-PARMD-PARA.
           MOVE SPACES TO WS-PARMD.
           MOVE PARMD(1:PARML) TO WS-PARMD.
           MOVE PARML TO WS-PARM-LEN.

           MOVE 1 TO WS-PAIR-START.

           PERFORM UNTIL WS-PAIR-START > WS-PARM-LEN
                   OR WS-KW-COUNT >= WS-MAX-KEYWORDS

               MOVE WS-PAIR-START TO WS-PAIR-END
               PERFORM UNTIL WS-PAIR-END > WS-PARM-LEN
                       OR WS-PARMD(WS-PAIR-END:1) = ','
                   ADD 1 TO WS-PAIR-END
               END-PERFORM

               COMPUTE WS-PAIR-LEN = WS-PAIR-END - WS-PAIR-START
               IF WS-PAIR-LEN > 0
                   ADD 1 TO WS-KW-COUNT
                   MOVE SPACES TO WS-PAIR
                   MOVE WS-PARMD(WS-PAIR-START:WS-PAIR-LEN) TO WS-PAIR
                   PERFORM SPLIT-PAIR-PARA THRU SPLIT-PAIR-PARA-EXIT
               END-IF

               COMPUTE WS-PAIR-START = WS-PAIR-END + 1
           END-PERFORM.

       PARSE-PARMD-PARA-EXIT.
           EXIT.

      * Rastavlja jedan "kljuc=vrijednost" par na KW-NAME i KW-VALUE.
      * Par bez '=' se oznacava kao nevaljan (KW-VALID = 'N').
       SPLIT-PAIR-PARA.
           MOVE 0 TO WS-EQ-POS.
           INSPECT WS-PAIR TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='.

           IF WS-EQ-POS = 0 OR WS-EQ-POS >= LENGTH OF WS-PAIR - 1
               MOVE FUNCTION TRIM(WS-PAIR) TO KW-NAME(WS-KW-COUNT)
               MOVE SPACES TO KW-VALUE(WS-KW-COUNT)
               MOVE 'N' TO KW-VALID(WS-KW-COUNT)
           ELSE
               MOVE WS-PAIR(1:WS-EQ-POS) TO KW-NAME(WS-KW-COUNT)
               MOVE WS-PAIR(WS-EQ-POS + 2:) TO KW-VALUE(WS-KW-COUNT)
               MOVE 'Y' TO KW-VALID(WS-KW-COUNT)
           END-IF.

       SPLIT-PAIR-PARA-EXIT.
           EXIT.

      * QUARTER=GGGGQn (n 1-4); neispravan prekida s RC 8.
       APPLY-PARM-QUARTER-PARA.
           PERFORM VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > WS-KW-COUNT
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX)) = "QUARTER"
                   IF KW-VALUE(KW-IDX)(1:4) IS NUMERIC
                       AND KW-VALUE(KW-IDX)(5:1) = "Q"
                       AND KW-VALUE(KW-IDX)(6:1) >= "1"
                       AND KW-VALUE(KW-IDX)(6:1) <= "4"
                       AND KW-VALUE(KW-IDX)(7:) = SPACES
                       MOVE KW-VALUE(KW-IDX)(1:4) TO WS-QTR-YEAR
                       MOVE KW-VALUE(KW-IDX)(6:1) TO WS-QTR-NUM
                   ELSE
                       DISPLAY "DOGHOTS: INVALID QUARTER= "
                               KW-VALUE(KW-IDX)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-PARM-QUARTER-PARA-EXIT.
           EXIT.

      * Imena zona iz RGNFL-a (jedan zapis po vrhu, zona se mijenja
      * promjenom imena - kao u GEOFENCE-u).
       LOAD-ZONES-PARA.
           OPEN INPUT REGION-FILE.

           READ REGION-FILE
               AT END SET END-OF-REGIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGIONS
               IF RGN-NAME NOT = SPACES
                   IF WS-ZONE-COUNT = 0
                       OR RGN-NAME NOT = ZN-NAME(WS-ZONE-COUNT)
                       MOVE RGN-NAME TO WS-ZONE-NAME
                       PERFORM FIND-ZONE-PARA THRU FIND-ZONE-PARA-EXIT
                   END-IF
               END-IF
               READ REGION-FILE
                   AT END SET END-OF-REGIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE REGION-FILE.

       LOAD-ZONES-PARA-EXIT.
           EXIT.

      * Trazi WS-ZONE-NAME u tablici zona, a nepoznatu dodaje;
      * WS-ZONE-IDX je nula samo kad je tablica puna.
       FIND-ZONE-PARA.
           MOVE ZEROS TO WS-ZONE-IDX.
           PERFORM VARYING ZN-IDX FROM 1 BY 1
                   UNTIL ZN-IDX > WS-ZONE-COUNT
               IF ZN-NAME(ZN-IDX) = WS-ZONE-NAME
                   SET WS-ZONE-IDX TO ZN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-ZONE-IDX = 0 AND WS-ZONE-COUNT < WS-MAX-ZONES
               ADD 1 TO WS-ZONE-COUNT
               MOVE WS-ZONE-NAME TO ZN-NAME(WS-ZONE-COUNT)
               MOVE ZEROS TO ZN-CUR-SEVERE(WS-ZONE-COUNT)
               MOVE ZEROS TO ZN-CUR-LIGHT(WS-ZONE-COUNT)
               MOVE ZEROS TO ZN-PRIOR-TOTAL(WS-ZONE-COUNT)
               MOVE ZEROS TO ZN-DANGEROUS(WS-ZONE-COUNT)
               MOVE WS-ZONE-COUNT TO WS-ZONE-IDX
           END-IF.

       FIND-ZONE-PARA-EXIT.
           EXIT.

      * Zone tocaka iz GEOFENCE izlaza - kljuc je DMS tocke.
       LOAD-POINT-ZONES-PARA.
           OPEN INPUT HOT-ZONE-FILE.

           READ HOT-ZONE-FILE
               AT END SET END-OF-HOT-ZONES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HOT-ZONES
                   OR WS-POINT-COUNT NOT LESS THAN WS-MAX-POINTS
               MOVE HZ-POINT TO COORDINATE-RECORD
               MOVE LAT-DEGREE     TO WS-LAT-DEG
               MOVE LAT-MINUTE     TO WS-LAT-MIN
               MOVE LAT-SECOND     TO WS-LAT-SEC
               MOVE LAT-HEMISPHERE TO WS-LAT-HEMI
               MOVE LON-DEGREE     TO WS-LON-DEG
               MOVE LON-MINUTE     TO WS-LON-MIN
               MOVE LON-SECOND     TO WS-LON-SEC
               MOVE LON-HEMISPHERE TO WS-LON-HEMI
               ADD 1 TO WS-POINT-COUNT
               MOVE WS-LOCATION TO PZ-LOCATION(WS-POINT-COUNT)
               MOVE HZ-REGION   TO PZ-ZONE(WS-POINT-COUNT)
               READ HOT-ZONE-FILE
                   AT END SET END-OF-HOT-ZONES TO TRUE
               END-READ
           END-PERFORM.

           CLOSE HOT-ZONE-FILE.

       LOAD-POINT-ZONES-PARA-EXIT.
           EXIT.

       LOAD-OWNER-LOCATIONS-PARA.
           OPEN INPUT OWNER-LOCATION-FILE.

           READ OWNER-LOCATION-FILE
               AT END SET END-OF-OWNER-LOCATIONS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-OWNER-LOCATIONS
                   OR WS-OWNER-COUNT NOT LESS THAN WS-MAX-OWNERS
               IF OWL-OWNER NOT = SPACES
                       AND OWL-OWNER(1:1) NOT = "*"
                       AND OWL-LOCATION NOT = SPACES
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE OWL-OWNER    TO OL-OWNER(WS-OWNER-COUNT)
                   MOVE OWL-LOCATION TO OL-LOCATION(WS-OWNER-COUNT)
               END-IF
               READ OWNER-LOCATION-FILE
                   AT END SET END-OF-OWNER-LOCATIONS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OWNER-LOCATION-FILE.

       LOAD-OWNER-LOCATIONS-PARA-EXIT.
           EXIT.

      * Zona tocke WS-FIND-LOCATION u WS-ZONE-NAME: prazno mjesto je
      * NO LOCATION, tocka koju GEOFENCE nije obradio NOT CLASSIFIED.
       LOCATE-ZONE-PARA.
           IF WS-FIND-LOCATION = SPACES
               MOVE "NO LOCATION" TO WS-ZONE-NAME
               GO TO LOCATE-ZONE-PARA-EXIT
           END-IF.

           MOVE "NOT CLASSIFIED" TO WS-ZONE-NAME.
           PERFORM VARYING PNT-IDX FROM 1 BY 1
                   UNTIL PNT-IDX > WS-POINT-COUNT
               IF PZ-LOCATION(PNT-IDX) = WS-FIND-LOCATION
                   MOVE PZ-ZONE(PNT-IDX) TO WS-ZONE-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOCATE-ZONE-PARA-EXIT.
           EXIT.

      * Incidenti tekuceg i prethodnog kvartala po zoni mjesta.
       TALLY-INCIDENTS-PARA.
           OPEN INPUT INCIDENT-FILE.

           READ INCIDENT-FILE
               AT END SET END-OF-INCIDENTS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-INCIDENTS
               IF INC-NAME NOT = SPACES AND INC-DATE IS NUMERIC
                   MOVE INC-DATE TO WS-INC-DATE
                   COMPUTE WS-INC-KEY = WS-INC-YEAR * 10
                           + (WS-INC-MONTH + 2) / 3
                   IF WS-INC-KEY = WS-QUARTER-KEY
                           OR WS-INC-KEY = WS-PRIOR-KEY
                       MOVE INC-LOCATION TO WS-FIND-LOCATION
                       PERFORM LOCATE-ZONE-PARA
                               THRU LOCATE-ZONE-PARA-EXIT
                       PERFORM FIND-ZONE-PARA THRU FIND-ZONE-PARA-EXIT
                       IF WS-ZONE-IDX > 0
                           PERFORM COUNT-INCIDENT-PARA
                                   THRU COUNT-INCIDENT-PARA-EXIT
                       END-IF
                   END-IF
               END-IF
               READ INCIDENT-FILE
                   AT END SET END-OF-INCIDENTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-FILE.

       TALLY-INCIDENTS-PARA-EXIT.
           EXIT.

       COUNT-INCIDENT-PARA.
           IF WS-INC-KEY = WS-QUARTER-KEY
               ADD 1 TO TOTAL-CURRENT
               IF INC-IS-SEVERE
                   ADD 1 TO ZN-CUR-SEVERE(WS-ZONE-IDX)
               ELSE
                   ADD 1 TO ZN-CUR-LIGHT(WS-ZONE-IDX)
               END-IF
           ELSE
               ADD 1 TO TOTAL-PRIOR
               ADD 1 TO ZN-PRIOR-TOTAL(WS-ZONE-IDX)
           END-IF.

       COUNT-INCIDENT-PARA-EXIT.
           EXIT.

      * Opasni psi iz registra, smjesteni u zonu stanovanja vlasnika.
       LOAD-DANGEROUS-DOGS-PARA.
           OPEN INPUT DOG-VSAM.
           IF NOT VSAM-OK
               PERFORM REPORT-VSAM-EXCEPTION-PARA
                   THRU REPORT-VSAM-EXCEPTION-PARA-EXIT
               GO TO LOAD-DANGEROUS-DOGS-PARA-EXIT
           END-IF.

           MOVE LOW-VALUES TO DG-KEY.
           START DOG-VSAM KEY IS >= DG-KEY
               INVALID KEY SET END-OF-DOGS TO TRUE
           END-START.

           PERFORM UNTIL END-OF-DOGS
               READ DOG-VSAM NEXT RECORD
                   AT END SET END-OF-DOGS TO TRUE
               END-READ
               IF NOT END-OF-DOGS AND DG-IS-DANGEROUS
                       AND WS-DANGEROUS-COUNT < WS-MAX-DANGEROUS
                   PERFORM ADD-DANGEROUS-DOG-PARA
                           THRU ADD-DANGEROUS-DOG-PARA-EXIT
               END-IF
           END-PERFORM.

           CLOSE DOG-VSAM.

       LOAD-DANGEROUS-DOGS-PARA-EXIT.
           EXIT.

       ADD-DANGEROUS-DOG-PARA.
           MOVE SPACES TO WS-FIND-LOCATION.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > WS-OWNER-COUNT
               IF OL-OWNER(OWN-IDX) = DG-OWNER
                   MOVE OL-LOCATION(OWN-IDX) TO WS-FIND-LOCATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM LOCATE-ZONE-PARA THRU LOCATE-ZONE-PARA-EXIT.
           PERFORM FIND-ZONE-PARA THRU FIND-ZONE-PARA-EXIT.
           IF WS-ZONE-IDX = 0
               GO TO ADD-DANGEROUS-DOG-PARA-EXIT
           END-IF.

           ADD 1 TO WS-DANGEROUS-COUNT.
           MOVE WS-ZONE-IDX TO DD-ZONE-IDX(WS-DANGEROUS-COUNT).
           MOVE DG-NAME     TO DD-NAME(WS-DANGEROUS-COUNT).
           MOVE DG-OWNER    TO DD-OWNER(WS-DANGEROUS-COUNT).
           MOVE DG-TAG      TO DD-TAG(WS-DANGEROUS-COUNT).
           ADD 1 TO ZN-DANGEROUS(WS-ZONE-IDX).

       ADD-DANGEROUS-DOG-PARA-EXIT.
           EXIT.

      * Po zoni: teski/laksi incidenti kvartala, prethodni kvartal,
      * promjena (porast se istice) i opasni psi vlasnika iz zone.
       REPORT-ZONES-PARA.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "DOG INCIDENT HOTSPOTS BY ZONE - QUARTER "
                  WS-QUARTER-KEY(1:4) "Q" WS-QUARTER-KEY(5:1)
                  "  (PRIOR " WS-PRIOR-KEY(1:4) "Q"
                  WS-PRIOR-KEY(5:1) ")"
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO HOTSPOT-REPORT-LINE.
           WRITE HOTSPOT-REPORT-LINE.
           MOVE SPACES TO HOTSPOT-REPORT-LINE.
           WRITE HOTSPOT-REPORT-LINE.
           MOVE "ZONE                  SEVERE LIGHT TOTAL PRIOR CHANGE"
               TO HOTSPOT-REPORT-LINE.
           WRITE HOTSPOT-REPORT-LINE.

           PERFORM VARYING ZN-IDX FROM 1 BY 1
                   UNTIL ZN-IDX > WS-ZONE-COUNT
               COMPUTE WS-ZONE-TOTAL = ZN-CUR-SEVERE(ZN-IDX)
                       + ZN-CUR-LIGHT(ZN-IDX)
               COMPUTE WS-CHANGE = WS-ZONE-TOTAL
                       - ZN-PRIOR-TOTAL(ZN-IDX)
               MOVE ZN-CUR-SEVERE(ZN-IDX)  TO WS-SEVERE-EDIT
               MOVE ZN-CUR-LIGHT(ZN-IDX)   TO WS-LIGHT-EDIT
               MOVE WS-ZONE-TOTAL          TO WS-COUNT-EDIT
               MOVE ZN-PRIOR-TOTAL(ZN-IDX) TO WS-PRIOR-EDIT
               MOVE WS-CHANGE              TO WS-CHANGE-EDIT
               MOVE SPACES TO TEMP-REPORT-LINE
               IF WS-CHANGE > 0
                   ADD 1 TO RISING-ZONES
                   STRING ZN-NAME(ZN-IDX) "    " WS-SEVERE-EDIT
                          "  " WS-LIGHT-EDIT "  " WS-COUNT-EDIT
                          "  " WS-PRIOR-EDIT "  " WS-CHANGE-EDIT
                          "  *** RISING ***"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               ELSE
                   STRING ZN-NAME(ZN-IDX) "    " WS-SEVERE-EDIT
                          "  " WS-LIGHT-EDIT "  " WS-COUNT-EDIT
                          "  " WS-PRIOR-EDIT "  " WS-CHANGE-EDIT
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-IF
               MOVE TEMP-REPORT-LINE TO HOTSPOT-REPORT-LINE
               WRITE HOTSPOT-REPORT-LINE

               PERFORM VARYING DD-IDX FROM 1 BY 1
                       UNTIL DD-IDX > WS-DANGEROUS-COUNT
                   IF DD-ZONE-IDX(DD-IDX) = ZN-IDX
                       MOVE SPACES TO TEMP-REPORT-LINE
                       STRING "    DANGEROUS DOG: "
                              FUNCTION TRIM(DD-NAME(DD-IDX))
                              " / OWNER "
                              FUNCTION TRIM(DD-OWNER(DD-IDX))
                              "  TAG " DD-TAG(DD-IDX)
                           DELIMITED BY SIZE INTO TEMP-REPORT-LINE
                       MOVE TEMP-REPORT-LINE TO HOTSPOT-REPORT-LINE
                       WRITE HOTSPOT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-ZONES-PARA-EXIT.
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO HOTSPOT-REPORT-LINE.
           WRITE HOTSPOT-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "INCIDENTS THIS QUARTER: " TOTAL-CURRENT
                  "  PRIOR QUARTER: " TOTAL-PRIOR
                  "  ZONES RISING: " RISING-ZONES
                  "  DANGEROUS DOGS: " WS-DANGEROUS-COUNT
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO HOTSPOT-REPORT-LINE.
           WRITE HOTSPOT-REPORT-LINE.

       WRITE-SUMMARY-PARA-EXIT.
           EXIT.

      * Upisuje strukturirani zapis o VSAM gresci u zajednicki EXCPTFL
      * skup podataka (shared/source/WRITEEXC).
       REPORT-VSAM-EXCEPTION-PARA.
           DISPLAY "DOGHOTS: VSAM ERROR " VSAM-STATUS
           MOVE "DOGHOTS" TO EXC-PROGRAM-ID
           MOVE "LOAD-DANGEROUS-DOGS-PARA" TO EXC-PARAGRAPH
           MOVE VSAM-STATUS TO EXC-CONDITION-CODE
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "OPEN FAILED FOR DOG REGISTER DOGVS"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           CALL "WRITEEXC" USING EXCEPTION-LOG-RECORD
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       REPORT-VSAM-EXCEPTION-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "DTSTAMP" USING WS-END-TIMESTAMP
           MOVE WS-ST-YEAR  TO ALOG-RUN-ID(1:4)
           MOVE WS-ST-MONTH TO ALOG-RUN-ID(5:2)
           MOVE WS-ST-DAY   TO ALOG-RUN-ID(7:2)
           MOVE "DOGHOTS"   TO ALOG-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO ALOG-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP   TO ALOG-END-TIMESTAMP
           MOVE TOTAL-CURRENT TO ALOG-RECORD-COUNT
           IF RETURN-CODE >= 8
               MOVE "ERROR" TO ALOG-STATUS
           ELSE
               IF RISING-ZONES > 0
                   MOVE "WARNING" TO ALOG-STATUS
               ELSE
                   MOVE "OK" TO ALOG-STATUS
               END-IF
           END-IF
           CALL "WRITELOG" USING AUDIT-LOG-RECORD
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       WRITE-LOG-PARA-EXIT.
           EXIT.
