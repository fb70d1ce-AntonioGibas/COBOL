      ******************************************************************
      *    EMPDISP - Rashod racunalne imovine. Cita DISPOSE            *
      *              transakcije (DSPFL: oznaka racunala, nacin        *
      *              rashoda, datum, odobrio, primitak od prodaje) i   *
      *              CMPFL master: rashodan zapis NE ulazi u novi      *
      *              CMPOUT master (pa EMPWARN i EMPBUDG rashodanu     *
      *              imovinu vise ne vide), nego se s podacima o       *
      *              rashodu dopisuje u arhivu DSPARC (OPEN EXTEND) i  *
      *              dobiva ispisanu potvrdu o rashodu u DSPCERT.      *
      *              DISPOSE bez odobravatelja ili za nepoznatu        *
      *              imovinu se odbija - imovina vise ne napusta       *
      *              zgradu a da ne napusti i evidenciju. Imovina iz   *
      *              registra dugotrajne imovine (FARFL -> FAROUT,     *
      *              zadaci/copylib/FARREC) tamo se oznacava           *
      *              rashodanom sa sadasnjom vrijednoscu (nabavna      *
      *              vrijednost umanjena za amortizaciju do zadnjeg    *
      *              EMPDEPR runa) i dobitkom ili gubitkom od rashoda  *
      *              (primitak - sadasnja vrijednost), koji ide u      *
      *              DSPGL u rasporedu EMPDEPR-ovog izvoda za glavnu   *
      *              knjigu (tip 'G' po troskovnom mjestu vlasnika iz  *
      *              DEPTMAP). Retci registra rashodani u ranijem runu *
      *              ne prenose se u FAROUT nego se dopisuju u arhivu  *
      *              FARARC; puna tablica registra (1000) zaustavlja   *
      *              run s RC 8 prije ijednog izlaza.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDISP.
           SELECT CERTIFICATE-FILE ASSIGN TO DSPCERT
                  ORGANIZATION IS SEQUENTIAL.

      * Registar dugotrajne imovine (EMPDEPR) - stari i novi.
           SELECT OPTIONAL FIXED-ASSET-IN ASSIGN TO FARFL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FIXED-ASSET-OUT ASSIGN TO FAROUT
                  ORGANIZATION IS SEQUENTIAL.

      * Arhiva rashodanih redaka registra (OPEN EXTEND, kao AUDARC
      * u PERCLOSE).
           SELECT OPTIONAL FIXED-ASSET-ARCHIVE ASSIGN TO FARARC
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolna datoteka odjela - vlasnik i troskovno mjesto.
           SELECT OPTIONAL DEPT-MAP-FILE ASSIGN TO DEPTMAP
                  ORGANIZATION IS SEQUENTIAL.

      * Glavna knjiga - dobitak/gubitak od rashoda.
           SELECT GL-EXTRACT-FILE ASSIGN TO DSPGL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPUTER-FILE RECORDING MODE F.
           05 DSX-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 DSX-APPROVER      PIC X(8).
           05 FILLER            PIC X.
      * Primitak od prodaje u EUR (prazno ili nula = bez primitka).
           05 DSX-PROCEEDS      PIC 9(7)V99.

       FD COMPUTER-FILE-OUT RECORDING MODE F.
       01 COMPUTER-FILE-OUT-RECORD PIC X(105).
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(100).

       FD FIXED-ASSET-IN RECORDING MODE F.
       01 FIXED-ASSET-IN-RECORD PIC X(118).

       FD FIXED-ASSET-OUT RECORDING MODE F.
       01 FIXED-ASSET-OUT-RECORD PIC X(118).

       FD FIXED-ASSET-ARCHIVE RECORDING MODE F.
       01 FIXED-ASSET-ARCHIVE-RECORD PIC X(118).

       FD DEPT-MAP-FILE.
       01 DEPT-MAP-RECORD.
           05 DMP-OWNER         PIC X(30).
           05 FILLER            PIC X.
           05 DMP-COST-CENTER   PIC X(8).

      * Raspored EMPDEPR-ovog izvoda (CBLTYPE-ov GLEXT plus troskovno
      * mjesto): D redak 'G' po troskovnom mjestu - gubitak od rashoda
      * duguje, dobitak potrazuje; C kontra redak; T kontrolni zbroj.
       FD GL-EXTRACT-FILE RECORDING MODE F.
       01 GL-EXTRACT-RECORD.
           05 GLX-REC-TYPE             PIC X.
           05 GLX-TRANS-TYPE           PIC X.
           05 GLX-CURRENCY             PIC X(3).
           05 GLX-DEBIT-AMOUNT         PIC 9(13)V99.
           05 GLX-CREDIT-AMOUNT        PIC 9(13)V99.
           05 GLX-COUNT                PIC 9(6).
           05 FILLER                   PIC X.
           05 GLX-COST-CENTER          PIC X(8).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
      * logova ovog izvrsavanja.
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY FARREC.

       01 WS-CMP-EOF       PIC X VALUE 'N'.
           88 END-OF-COMPUTERS VALUE 'Y'.
       01 WS-TRX-EOF       PIC X VALUE 'N'.
           88 END-OF-TRX    VALUE 'Y'.
       01 WS-FAR-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.
       01 WS-MAP-EOF       PIC X VALUE 'N'.
           88 END-OF-MAP    VALUE 'Y'.

       01 TOTAL-TRX        PIC 9(5) VALUE ZEROS.
       01 TOTAL-ASSETS     PIC 9(5) VALUE ZEROS.
       01 DISPOSED-COUNT   PIC 9(5) VALUE ZEROS.
       01 KEPT-COUNT       PIC 9(5) VALUE ZEROS.
       01 REJECTED-TRX     PIC 9(5) VALUE ZEROS.
       01 REGISTER-DISPOSED PIC 9(5) VALUE ZEROS.
       01 REGISTER-ARCHIVED PIC 9(5) VALUE ZEROS.
       01 WS-TOT-GAIN      PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-LOSS      PIC 9(9)V99 VALUE ZEROS.

       01 TEMP-CERT-LINE   PIC X(100).
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
              03 AE-METHOD      PIC X(10).
              03 AE-DATE        PIC 9(8).
              03 AE-APPROVER    PIC X(8).
              03 AE-PROCEEDS    PIC 9(7)V99.

       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
           88 ASSET-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX     PIC 9(4) VALUE ZEROS.

      * Registar dugotrajne imovine u radnoj tablici. Redak rashodan
      * u ranijem runu (status D u FARFL) se ne ucitava nego seli u
      * FARARC.
       01 WS-MAX-REGISTER  PIC 9(4) VALUE 1000.
       01 WS-FAR-COUNT     PIC 9(4) VALUE 0.
       01 WS-FAR-OVERFLOW  PIC X VALUE 'N'.
           88 REGISTER-OVERFLOW VALUE 'Y'.
       01 REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-FAR-COUNT
                              INDEXED BY FAR-IDX.
              03 RT-RECORD     PIC X(118).
       01 WS-REGISTER-FLAG PIC X VALUE 'N'.
           88 IN-REGISTER   VALUE 'Y'.

      * Preslikavanje vlasnik -> troskovno mjesto iz DEPTMAP.
       01 WS-MAX-MAPS      PIC 9(3) VALUE 200.
       01 WS-MAP-COUNT     PIC 9(3) VALUE 0.
       01 DEPT-MAP-TABLE.
           02 DEPT-MAP-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-MAP-COUNT
                              INDEXED BY MAP-IDX.
              03 DM-OWNER  PIC X(30).
              03 DM-CENTER PIC X(8).

      * Dobitak i gubitak od rashoda po troskovnom mjestu za DSPGL.
       01 WS-MAX-CENTERS   PIC 9(3) VALUE 100.
       01 WS-CENTER-COUNT  PIC 9(3) VALUE 0.
       01 CENTER-TABLE.
           02 CENTER-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-CENTER-COUNT
                            INDEXED BY CTR-IDX.
              03 CC-CENTER  PIC X(8).
              03 CC-ASSETS  PIC 9(5).
              03 CC-GAIN    PIC 9(11)V99.
              03 CC-LOSS    PIC 9(11)V99.
       01 WS-DEPT-CENTER   PIC X(8) VALUE SPACES.
       01 WS-CENTER-FLAG   PIC X VALUE 'N'.
           88 CENTER-FOUND  VALUE 'Y'.
       01 WS-GL-NET        PIC S9(11)V99 VALUE ZEROS.
       01 WS-CERT-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99-.

      * Datum/vrijeme pokretanja - vidi shared/source/DTSTAMP.
       01 WS-START-TIMESTAMP.
           05 WS-ST-DAY             PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * Standardni shop-wide RETURN-CODE: 0=OK, 4=upozorenje/
      * odbijene transakcije, 8=greska u podacima ili puna tablica
      * registra, 12=greska datoteke.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNALLOC" USING WS-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           PERFORM LOAD-ASSETS-PARA THRU LOAD-ASSETS-PARA-EXIT.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-PARA-EXIT.

      * Nepotpuno ucitan registar bi novi FAROUT skratio - run staje
      * prije ijednog izlaza.
           IF REGISTER-OVERFLOW
               DISPLAY "EMPDISP: REGISTER TABLE FULL ("
                       WS-MAX-REGISTER ") - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT
               GOBACK
           END-IF.

           PERFORM LOAD-DEPT-MAP-PARA THRU LOAD-DEPT-MAP-PARA-EXIT.
           PERFORM APPLY-TRX-FILE-PARA THRU APPLY-TRX-FILE-PARA-EXIT.
           PERFORM WRITE-OUTPUTS-PARA THRU WRITE-OUTPUTS-PARA-EXIT.
           PERFORM WRITE-REGISTER-PARA THRU WRITE-REGISTER-PARA-EXIT.
           PERFORM WRITE-GL-EXTRACT-PARA
                   THRU WRITE-GL-EXTRACT-PARA-EXIT.

           DISPLAY "EMPDISP: " TOTAL-ASSETS " ASSETS, "
                   DISPOSED-COUNT " DISPOSED, "
                   KEPT-COUNT " KEPT, "
                   REJECTED-TRX " REJECTED".
           DISPLAY "EMPDISP: " REGISTER-DISPOSED
                   " REGISTER DISPOSALS, GAIN " WS-TOT-GAIN
                   " LOSS " WS-TOT-LOSS ", "
                   REGISTER-ARCHIVED " ARCHIVED".

           PERFORM WRITE-LOG-PARA THRU WRITE-LOG-PARA-EXIT.
           GOBACK.
       LOAD-ASSETS-PARA-EXIT.
           EXIT.

       LOAD-REGISTER-PARA.
           OPEN INPUT FIXED-ASSET-IN.

           READ FIXED-ASSET-IN
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER OR REGISTER-OVERFLOW
               MOVE FIXED-ASSET-IN-RECORD TO FIXED-ASSET-RECORD
               IF FIXED-ASSET-IN-RECORD NOT = SPACES
                       AND NOT FA-DISPOSED
                   IF WS-FAR-COUNT < WS-MAX-REGISTER
                       ADD 1 TO WS-FAR-COUNT
                       MOVE FIXED-ASSET-IN-RECORD
                           TO RT-RECORD(WS-FAR-COUNT)
                   ELSE
                       SET REGISTER-OVERFLOW TO TRUE
                   END-IF
               END-IF
               READ FIXED-ASSET-IN
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXED-ASSET-IN.

       LOAD-REGISTER-PARA-EXIT.
           EXIT.

       LOAD-DEPT-MAP-PARA.
           OPEN INPUT DEPT-MAP-FILE.

           READ DEPT-MAP-FILE
               AT END SET END-OF-MAP TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-MAP
                   OR WS-MAP-COUNT NOT LESS THAN WS-MAX-MAPS
               IF DMP-OWNER NOT = SPACES
                   ADD 1 TO WS-MAP-COUNT
                   MOVE DMP-OWNER       TO DM-OWNER(WS-MAP-COUNT)
                   MOVE DMP-COST-CENTER TO DM-CENTER(WS-MAP-COUNT)
               END-IF
               READ DEPT-MAP-FILE
                   AT END SET END-OF-MAP TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEPT-MAP-FILE.

       LOAD-DEPT-MAP-PARA-EXIT.
           EXIT.

       APPLY-TRX-FILE-PARA.
           OPEN INPUT DISPOSE-TRX-FILE.

           MOVE DSX-METHOD   TO AE-METHOD(WS-FOUND-IDX).
           MOVE DSX-DATE     TO AE-DATE(WS-FOUND-IDX).
           MOVE DSX-APPROVER TO AE-APPROVER(WS-FOUND-IDX).
           IF DSX-PROCEEDS IS NUMERIC
               MOVE DSX-PROCEEDS TO AE-PROCEEDS(WS-FOUND-IDX)
           ELSE
               MOVE ZEROS TO AE-PROCEEDS(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO DISPOSED-COUNT.

       DISPOSE-ONE-PARA-EXIT.
                   MOVE AE-DATE(AST-IDX)     TO DSA-DATE
                   MOVE AE-APPROVER(AST-IDX) TO DSA-APPROVER
                   WRITE DISPOSAL-ARCHIVE-RECORD
                   PERFORM REGISTER-DISPOSAL-PARA
                           THRU REGISTER-DISPOSAL-PARA-EXIT
                   PERFORM PRINT-CERTIFICATE-PARA
                           THRU PRINT-CERTIFICATE-PARA-EXIT
               ELSE
           MOVE TEMP-CERT-LINE TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           IF IN-REGISTER
               MOVE FA-NBV-AT-DISPOSAL TO WS-CERT-AMOUNT-EDIT
               MOVE SPACES TO TEMP-CERT-LINE
               STRING "BOOK VAL : " WS-CERT-AMOUNT-EDIT " EUR"
                   DELIMITED BY SIZE INTO TEMP-CERT-LINE
               MOVE TEMP-CERT-LINE TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE

               MOVE FA-PROCEEDS TO WS-CERT-AMOUNT-EDIT
               MOVE SPACES TO TEMP-CERT-LINE
               STRING "PROCEEDS : " WS-CERT-AMOUNT-EDIT " EUR"
                   DELIMITED BY SIZE INTO TEMP-CERT-LINE
               MOVE TEMP-CERT-LINE TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE

               MOVE FA-GAIN-LOSS TO WS-CERT-AMOUNT-EDIT
               MOVE SPACES TO TEMP-CERT-LINE
               STRING "GAIN/LOSS: " WS-CERT-AMOUNT-EDIT " EUR"
                   DELIMITED BY SIZE INTO TEMP-CERT-LINE
               MOVE TEMP-CERT-LINE TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.

       PRINT-CERTIFICATE-PARA-EXIT.
           EXIT.

      * Rashodani komad (AST-IDX) u registru: sadasnja vrijednost do
      * zadnjeg EMPDEPR runa, dobitak ili gubitak od rashoda i zbroj
      * po troskovnom mjestu vlasnika. Komad bez aktivnog retka u
      * registru nema knjizenja; kad se registar uopce koristi, to se
      * prijavljuje.
       REGISTER-DISPOSAL-PARA.
           MOVE 'N' TO WS-REGISTER-FLAG.
           PERFORM VARYING FAR-IDX FROM 1 BY 1
                   UNTIL FAR-IDX > WS-FAR-COUNT
               IF RT-RECORD(FAR-IDX)(1:5) = AE-COMPUTER-ID(AST-IDX)
                   MOVE RT-RECORD(FAR-IDX) TO FIXED-ASSET-RECORD
                   IF FA-ACTIVE AND FA-COST IS NUMERIC
                       SET IN-REGISTER TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT IN-REGISTER
               IF WS-FAR-COUNT > 0
                   DISPLAY "EMPDISP: " AE-COMPUTER-ID(AST-IDX)
                           " NOT ACTIVE IN FIXED ASSET REGISTER"
                           " - NO GAIN/LOSS ENTRY"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO REGISTER-DISPOSAL-PARA-EXIT
           END-IF.

           IF FA-ACCUM-DEPR IS NOT NUMERIC
               MOVE ZEROS TO FA-ACCUM-DEPR
           END-IF.

           MOVE "UNMAPPED" TO WS-DEPT-CENTER.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
               IF DM-OWNER(MAP-IDX) = AE-RECORD(AST-IDX)(6:30)
                   MOVE DM-CENTER(MAP-IDX) TO WS-DEPT-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE "D" TO FA-STATUS.
           MOVE AE-DATE(AST-IDX) TO FA-DISPOSAL-DATE.
           MOVE AE-PROCEEDS(AST-IDX) TO FA-PROCEEDS.
           COMPUTE FA-NBV-AT-DISPOSAL = FA-COST - FA-ACCUM-DEPR.
           COMPUTE FA-GAIN-LOSS = FA-PROCEEDS - FA-NBV-AT-DISPOSAL.
           MOVE WS-DEPT-CENTER TO FA-COST-CENTER.
           MOVE FIXED-ASSET-RECORD TO RT-RECORD(FAR-IDX).
           ADD 1 TO REGISTER-DISPOSED.

           MOVE 'N' TO WS-CENTER-FLAG.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CENTER-COUNT
               IF CC-CENTER(CTR-IDX) = WS-DEPT-CENTER
                   SET CENTER-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT CENTER-FOUND
               IF WS-CENTER-COUNT < WS-MAX-CENTERS
                   ADD 1 TO WS-CENTER-COUNT
                   SET CTR-IDX TO WS-CENTER-COUNT
                   MOVE WS-DEPT-CENTER TO CC-CENTER(CTR-IDX)
                   MOVE ZEROS TO CC-ASSETS(CTR-IDX)
                   MOVE ZEROS TO CC-GAIN(CTR-IDX)
                   MOVE ZEROS TO CC-LOSS(CTR-IDX)
               ELSE
                   DISPLAY "EMPDISP: COST CENTER TABLE FULL - "
                           WS-DEPT-CENTER " POSTED TO "
                           CC-CENTER(WS-CENTER-COUNT)
                   SET CTR-IDX TO WS-CENTER-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           ADD 1 TO CC-ASSETS(CTR-IDX).
           IF FA-GAIN-LOSS >= ZEROS
               ADD FA-GAIN-LOSS TO CC-GAIN(CTR-IDX)
               ADD FA-GAIN-LOSS TO WS-TOT-GAIN
           ELSE
               SUBTRACT FA-GAIN-LOSS FROM CC-LOSS(CTR-IDX)
               SUBTRACT FA-GAIN-LOSS FROM WS-TOT-LOSS
           END-IF.

       REGISTER-DISPOSAL-PARA-EXIT.
           EXIT.

      * Novi registar iz tablice; retci starog FARFL-a rashodani u
      * ranijem runu se tek sada (kad novi registar sigurno nastaje)
      * dopisuju u arhivu.
       WRITE-REGISTER-PARA.
           OPEN OUTPUT FIXED-ASSET-OUT.

           PERFORM VARYING FAR-IDX FROM 1 BY 1
                   UNTIL FAR-IDX > WS-FAR-COUNT
               MOVE RT-RECORD(FAR-IDX) TO FIXED-ASSET-OUT-RECORD
               WRITE FIXED-ASSET-OUT-RECORD
           END-PERFORM.

           CLOSE FIXED-ASSET-OUT.

           OPEN EXTEND FIXED-ASSET-ARCHIVE.
           OPEN INPUT FIXED-ASSET-IN.
           MOVE 'N' TO WS-FAR-EOF.

           READ FIXED-ASSET-IN
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               MOVE FIXED-ASSET-IN-RECORD TO FIXED-ASSET-RECORD
               IF FIXED-ASSET-IN-RECORD NOT = SPACES AND FA-DISPOSED
                   MOVE FIXED-ASSET-IN-RECORD
                       TO FIXED-ASSET-ARCHIVE-RECORD
                   WRITE FIXED-ASSET-ARCHIVE-RECORD
                   ADD 1 TO REGISTER-ARCHIVED
               END-IF
               READ FIXED-ASSET-IN
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FIXED-ASSET-IN.
           CLOSE FIXED-ASSET-ARCHIVE.

       WRITE-REGISTER-PARA-EXIT.
           EXIT.

      * Izvod za glavnu knjigu: D redak 'G' po troskovnom mjestu
      * (gubitak duguje, dobitak potrazuje), C kontra redak za neto
      * iznos i T kontrolni zbroj.
       WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-EXTRACT-FILE.

           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CENTER-COUNT
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE "D" TO GLX-REC-TYPE
               MOVE "G" TO GLX-TRANS-TYPE
               MOVE "EUR" TO GLX-CURRENCY
               MOVE CC-LOSS(CTR-IDX)   TO GLX-DEBIT-AMOUNT
               MOVE CC-GAIN(CTR-IDX)   TO GLX-CREDIT-AMOUNT
               MOVE CC-ASSETS(CTR-IDX) TO GLX-COUNT
               MOVE CC-CENTER(CTR-IDX) TO GLX-COST-CENTER
               WRITE GL-EXTRACT-RECORD

               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE "C" TO GLX-REC-TYPE
               MOVE SPACE TO GLX-TRANS-TYPE
               MOVE "EUR" TO GLX-CURRENCY
               COMPUTE WS-GL-NET = CC-GAIN(CTR-IDX) - CC-LOSS(CTR-IDX)
               IF WS-GL-NET >= ZEROS
                   MOVE WS-GL-NET TO GLX-DEBIT-AMOUNT
                   MOVE ZEROS TO GLX-CREDIT-AMOUNT
               ELSE
                   MOVE ZEROS TO GLX-DEBIT-AMOUNT
                   COMPUTE GLX-CREDIT-AMOUNT = ZERO - WS-GL-NET
               END-IF
               MOVE ZEROS TO GLX-COUNT
               MOVE CC-CENTER(CTR-IDX) TO GLX-COST-CENTER
               WRITE GL-EXTRACT-RECORD
           END-PERFORM.

           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "T" TO GLX-REC-TYPE.
           MOVE SPACE TO GLX-TRANS-TYPE.
           MOVE SPACES TO GLX-CURRENCY.
           MOVE WS-TOT-LOSS TO GLX-DEBIT-AMOUNT.
           MOVE WS-TOT-GAIN TO GLX-CREDIT-AMOUNT.
           MOVE REGISTER-DISPOSED TO GLX-COUNT.
           WRITE GL-EXTRACT-RECORD.

           CLOSE GL-EXTRACT-FILE.

       WRITE-GL-EXTRACT-PARA-EXIT.
           EXIT.

      * Upisuje jedan zapis o ovom pokretanju u zajednicki audit trag
      * (shared/source/WRITELOG).
       WRITE-LOG-PARA.
