      *              grupi i ukupno; drugi odjeljak projicira istek    *
      *              u sljedecih godinu dana da financije mogu         *
      *              planirati dva ciklusa unaprijed.                  *
      *              Imovina s vise od MAXREPAIRS (PARM MAXREPAIRS=n,  *
      *              default 2) servisnih naloga otvorenih u zadnjih   *
      *              365 dana u SVCFL-u (EMPSVC) ulazi u ovogodisnji   *
      *              plan i prije isteka jamstva.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBUDG.
           SELECT COST-CTL-FILE ASSIGN TO COSTFL
              ORGANIZATION IS SEQUENTIAL.

      * Master servisnih naloga (EMPSVC SVCOUT) - OPTIONAL.
           SELECT OPTIONAL SERVICE-FILE ASSIGN TO SVCFL
              ORGANIZATION IS SEQUENTIAL.

           SELECT BUDGET-REPORT ASSIGN TO BUDRPT
              ORGANIZATION IS SEQUENTIAL.

           05 FILLER            PIC X.
           05 CST-COST          PIC 9(7)V99.

       FD SERVICE-FILE RECORDING MODE F.
       01 SERVICE-FILE-RECORD PIC X(143).

       FD BUDGET-REPORT.
       01 BUDGET-REPORT-LINE PIC X(100).

           88 END-OF-COMPUTER-FILE VALUE 'Y'.
       01 WS-COST-EOF              PIC X VALUE 'N'.
           88 END-OF-COSTS         VALUE 'Y'.
       01 WS-SVC-EOF               PIC X VALUE 'N'.
           88 END-OF-SERVICE       VALUE 'Y'.

           COPY SVCREC.

       01 TOTAL-ASSETS     PIC 9(5) VALUE ZEROS.
       01 DUE-ASSETS       PIC 9(5) VALUE ZEROS.
       01 NEXT-YEAR-ASSETS PIC 9(5) VALUE ZEROS.
       01 GRAND-COST       PIC 9(9)V99 VALUE ZEROS.
       01 NEXT-YEAR-COST   PIC 9(9)V99 VALUE ZEROS.
       01 REPAIR-DUE-ASSETS PIC 9(5) VALUE ZEROS.
       01 REPAIR-DUE-COST  PIC 9(9)V99 VALUE ZEROS.

       01 TEMP-REPORT-LINE PIC X(100).
       01 WS-COST-EDIT     PIC ZZZZZZZZ9.99.

       01 WS-WARRANTY-YEARS PIC 9(2) VALUE 3.
       01 WS-MAX-REPAIRS    PIC 9(3) VALUE 2.

       01 WS-CURRENT-DATE.
           05 WS-TODAY-YEAR    PIC 9(4).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-PURCHASE-YEAR     PIC 9(4).
       01 WS-ASSET-COST        PIC 9(7)V99.
       01 WS-WINDOW-START      PIC S9(9) COMP.
       01 WS-ASSET-REPAIRS     PIC 9(4).

      * Servisni nalozi otvoreni u zadnjih 365 dana po COMPUTER-ID-u
      * (isti prozor kao EMPSVC-ov popis ponavljanih kvarova).
       01 WS-MAX-REPAIR-ASSETS PIC 9(4) VALUE 1000.
       01 WS-REPAIR-COUNT      PIC 9(4) VALUE 0.
       01 REPAIR-TABLE.
           02 REPAIR-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-REPAIR-COUNT
                            INDEXED BY RPR-IDX.
              03 RP-COMPUTER-ID PIC X(5).
              03 RP-COUNT       PIC 9(4).

      * Imovina u planu zbog ponavljanih kvarova, za zaseban odjeljak
      * izvjestaja.
       01 WS-MAX-FLAGGED       PIC 9(3) VALUE 200.
       01 WS-FLAGGED-COUNT     PIC 9(3) VALUE 0.
       01 FLAGGED-TABLE.
           02 FLAGGED-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-FLAGGED-COUNT
                             INDEXED BY FLG-IDX.
              03 FL-COMPUTER-ID PIC X(5).
              03 FL-OWNER-NAME  PIC X(30).
              03 FL-REPAIRS     PIC 9(4).
              03 FL-PAST-WARRANTY PIC X.

      * Cijene zamjene po klasi imovine.
       01 WS-MAX-COSTS    PIC 9(2) VALUE 20.
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).

           PERFORM LOAD-COSTS-PARA THRU LOAD-COSTS-PARA-EXIT.
           PERFORM LOAD-REPAIRS-PARA THRU LOAD-REPAIRS-PARA-EXIT.

           OPEN INPUT COMPUTER-FILE.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE TEMP-REPORT-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "REPAIR THRESHOLD (TICKETS IN 365 DAYS): MORE THAN "
                  WS-MAX-REPAIRS
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           READ COMPUTER-FILE
               AT END SET END-OF-COMPUTER-FILE TO TRUE
           END-READ.
                   COMPUTE WS-WARRANTY-YEARS =
                           FUNCTION NUMVAL(KW-VALUE(KW-IDX))
               END-IF
               IF KW-IS-VALID(KW-IDX)
                       AND FUNCTION TRIM(KW-NAME(KW-IDX))
                           = "MAXREPAIRS"
                   COMPUTE WS-MAX-REPAIRS =
                           FUNCTION NUMVAL(KW-VALUE(KW-IDX))
               END-IF
           END-PERFORM.

       APPLY-PARM-YEARS-PARA-EXIT.
       LOAD-COSTS-PARA-EXIT.
           EXIT.

      * Broji servisne naloge iz SVCFL otvorene u zadnjih 365 dana
      * po imovini; bez SVCFL-a plan ostaje samo po jamstvu.
       LOAD-REPAIRS-PARA.
           COMPUTE WS-WINDOW-START = WS-TODAY-INTEGER - 365.

           OPEN INPUT SERVICE-FILE.

           READ SERVICE-FILE INTO SERVICE-TICKET-RECORD
               AT END SET END-OF-SERVICE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SERVICE
               IF SV-OPENED-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(SV-OPENED-DATE)
                           = 0
                   IF FUNCTION INTEGER-OF-DATE(SV-OPENED-DATE)
                           > WS-WINDOW-START
                       PERFORM TALLY-REPAIR-PARA
                               THRU TALLY-REPAIR-PARA-EXIT
                   END-IF
               END-IF
               READ SERVICE-FILE INTO SERVICE-TICKET-RECORD
                   AT END SET END-OF-SERVICE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SERVICE-FILE.

       LOAD-REPAIRS-PARA-EXIT.
           EXIT.

       TALLY-REPAIR-PARA.
           MOVE 'N' TO WS-GROUP-FOUND.
           PERFORM VARYING RPR-IDX FROM 1 BY 1
                   UNTIL RPR-IDX > WS-REPAIR-COUNT
               IF RP-COMPUTER-ID(RPR-IDX) = SV-COMPUTER-ID
                   SET GROUP-FOUND TO TRUE
                   ADD 1 TO RP-COUNT(RPR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT GROUP-FOUND
                   AND WS-REPAIR-COUNT < WS-MAX-REPAIR-ASSETS
               ADD 1 TO WS-REPAIR-COUNT
               MOVE SV-COMPUTER-ID TO RP-COMPUTER-ID(WS-REPAIR-COUNT)
               MOVE 1 TO RP-COUNT(WS-REPAIR-COUNT)
           END-IF.

       TALLY-REPAIR-PARA-EXIT.
           EXIT.

      * Razvrstava jedan unos imovine: preko praga ulazi u ovogodisnji
      * plan (grupe po vlasniku i godini kupnje), a onaj koji prag
      * prelazi unutar sljedecih 365 dana u projekciju iduce godine.
      * Imovina s vise od MAXREPAIRS popravaka u godini ulazi u plan
      * bez obzira na prag jamstva.
       CHECK-ASSET-PARA.
           PERFORM CONVERT-PURCHASE-DATE-PARA
                   THRU CONVERT-PURCHASE-DATE-PARA-EXIT.
           PERFORM FIND-ASSET-COST-PARA
                   THRU FIND-ASSET-COST-PARA-EXIT.

           MOVE ZEROS TO WS-ASSET-REPAIRS.
           PERFORM VARYING RPR-IDX FROM 1 BY 1
                   UNTIL RPR-IDX > WS-REPAIR-COUNT
               IF RP-COMPUTER-ID(RPR-IDX) = CMP-COMPUTER-ID
                   MOVE RP-COUNT(RPR-IDX) TO WS-ASSET-REPAIRS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ASSET-REPAIRS > WS-MAX-REPAIRS
               PERFORM FLAG-REPAIRS-PARA THRU FLAG-REPAIRS-PARA-EXIT
           END-IF.

           IF WS-YEARS-SINCE >= WS-WARRANTY-YEARS
                   OR WS-ASSET-REPAIRS > WS-MAX-REPAIRS
               ADD 1 TO DUE-ASSETS
               ADD WS-ASSET-COST TO GRAND-COST
               PERFORM TALLY-OWNER-PARA THRU TALLY-OWNER-PARA-EXIT
       CHECK-ASSET-PARA-EXIT.
           EXIT.

      * Imovina iznad praga popravaka - u popis za izvjestaj; ona
      * koja jos nije presla prag jamstva je u planu samo zbog kvarova.
       FLAG-REPAIRS-PARA.
           IF WS-YEARS-SINCE < WS-WARRANTY-YEARS
               ADD 1 TO REPAIR-DUE-ASSETS
               ADD WS-ASSET-COST TO REPAIR-DUE-COST
           END-IF.

           IF WS-FLAGGED-COUNT NOT LESS THAN WS-MAX-FLAGGED
               GO TO FLAG-REPAIRS-PARA-EXIT
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE CMP-COMPUTER-ID TO FL-COMPUTER-ID(WS-FLAGGED-COUNT).
           MOVE CMP-OWNER-NAME TO FL-OWNER-NAME(WS-FLAGGED-COUNT).
           MOVE WS-ASSET-REPAIRS TO FL-REPAIRS(WS-FLAGGED-COUNT).
           IF WS-YEARS-SINCE >= WS-WARRANTY-YEARS
               MOVE 'Y' TO FL-PAST-WARRANTY(WS-FLAGGED-COUNT)
           ELSE
               MOVE 'N' TO FL-PAST-WARRANTY(WS-FLAGGED-COUNT)
           END-IF.

       FLAG-REPAIRS-PARA-EXIT.
           EXIT.

       CONVERT-PURCHASE-DATE-PARA.
           MOVE 'Y' TO WS-DATE-VALID.

           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           MOVE "FLAGGED FOR REPEATED REPAIRS:" TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           PERFORM VARYING FLG-IDX FROM 1 BY 1
                   UNTIL FLG-IDX > WS-FLAGGED-COUNT
               MOVE SPACES TO TEMP-REPORT-LINE
               IF FL-PAST-WARRANTY(FLG-IDX) = 'Y'
                   STRING "  " FL-COMPUTER-ID(FLG-IDX)
                          " " FL-OWNER-NAME(FLG-IDX)
                          " REPAIRS: " FL-REPAIRS(FLG-IDX)
                          " (ALSO PAST WARRANTY)"
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               ELSE
                   STRING "  " FL-COMPUTER-ID(FLG-IDX)
                          " " FL-OWNER-NAME(FLG-IDX)
                          " REPAIRS: " FL-REPAIRS(FLG-IDX)
                       DELIMITED BY SIZE INTO TEMP-REPORT-LINE
               END-IF
               MOVE TEMP-REPORT-LINE TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           MOVE GRAND-COST TO WS-COST-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "ASSETS DUE NOW: " DUE-ASSETS
           MOVE TEMP-REPORT-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           MOVE REPAIR-DUE-COST TO WS-COST-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "  OF WHICH FOR REPAIRS ONLY: " REPAIR-DUE-ASSETS
                  "  COST: " FUNCTION TRIM(WS-COST-EDIT)
               DELIMITED BY SIZE INTO TEMP-REPORT-LINE.
           MOVE TEMP-REPORT-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           MOVE NEXT-YEAR-COST TO WS-COST-EDIT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           STRING "EXPIRING NEXT YEAR: " NEXT-YEAR-ASSETS
