      ******************************************************************
      *    NTFDISP - Otpremnik zajednickog reda izlaznih obavijesti    *
      *              (NTFQFL, vidi shared/copylib/NOTIFREC). Zapise u  *
      *              statusu Q formatira i grupira po kanalu u izlazne *
      *              serije za mail house: MAIL u MAILOUT, PRINT u     *
      *              PRNTOUT, SMS u SMSOUT; zapis s nepoznatim kanalom *
      *              dobiva status F. Kanal koji je za primatelja u    *
      *              registru neispravnih kontakata (CNTINV, odrzava   *
      *              ga NTFBNC iz povrata) zamjenjuje se prvim         *
      *              ispravnim zamjenskim kanalom, a bez njega zapis   *
      *              dobiva F. Cijeli red se s novim statusima (S =    *
      *              poslano, F = neuspjeh) prepisuje u NTFQOUT kojim  *
      *              JCL zamjenjuje stari red - jutarnji pregled vidi  *
      *              sto je otislo, a sto nije.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFDISP.
           SELECT SMS-BATCH ASSIGN TO SMSOUT
                  ORGANIZATION IS SEQUENTIAL.

      * Registar neispravnih kontakata koji odrzava NTFBNC.
           SELECT OPTIONAL CONTACT-REGISTER ASSIGN TO CNTINV
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFY-QUEUE-IN RECORDING MODE F.
       FD SMS-BATCH.
       01 SMS-BATCH-LINE PIC X(160).

       FD CONTACT-REGISTER RECORDING MODE F.
       01 CONTACT-REGISTER-RECORD PIC X(229).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
      * RUNALLOC na pocetku obrade i ulazi u sve zapise zajednickih
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROS.

           COPY NOTIFREC.
           COPY CNTINV.

       01 WS-EOF-FLAG      PIC X VALUE 'N'.
           88 END-OF-QUEUE  VALUE 'Y'.
       01 WS-REG-EOF       PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.

      * Primatelji i kanali kojima je isporuka vracena (CNTINV).
       01 WS-MAX-INVALID   PIC 9(4) VALUE 2000.
       01 WS-INVALID-COUNT PIC 9(4) VALUE 0.
       01 INVALID-TABLE.
           02 INVALID-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-INVALID-COUNT
                            INDEXED BY INV-IDX.
              03 IV-RECIPIENT   PIC X(50).
              03 IV-CHANNEL     PIC X(5).

      * Zamjenski kanali redom pokusaja kad je kanal obavijesti za
      * primatelja u registru neispravnih kontakata.
       01 FALLBACK-DEFINITIONS.
           05 FILLER PIC X(15) VALUE "MAIL PRINTSMS  ".
           05 FILLER PIC X(15) VALUE "PRINTMAIL SMS  ".
           05 FILLER PIC X(15) VALUE "SMS  MAIL PRINT".
       01 FALLBACK-TABLE REDEFINES FALLBACK-DEFINITIONS.
           05 FALLBACK-ENTRY OCCURS 3 TIMES INDEXED BY FB-IDX.
              10 FB-CHANNEL     PIC X(5).
              10 FB-ALTERNATE   PIC X(5) OCCURS 2 TIMES.
       01 WS-ALT-SUB       PIC 9 VALUE ZERO.
       01 WS-CHECK-CHANNEL PIC X(5).
       01 WS-INVALID-FLAG  PIC X VALUE 'N'.
           88 CHANNEL-INVALID VALUE 'Y'.
       01 WS-NEW-CHANNEL   PIC X(5).

       01 TOTAL-RECORDS    PIC 9(6) VALUE ZEROS.
       01 MAIL-COUNT       PIC 9(6) VALUE ZEROS.
       01 SMS-COUNT        PIC 9(6) VALUE ZEROS.
       01 FAILED-COUNT     PIC 9(6) VALUE ZEROS.
       01 ALREADY-SENT     PIC 9(6) VALUE ZEROS.
       01 FALLBACK-COUNT   PIC 9(6) VALUE ZEROS.

       01 TEMP-BATCH-LINE  PIC X(160).

           MOVE WS-RUN-NUMBER TO ALOG-RUN-NUMBER.
           CALL "DTSTAMP" USING WS-START-TIMESTAMP.

           PERFORM LOAD-INVALID-PARA THRU LOAD-INVALID-PARA-EXIT.

           OPEN INPUT NOTIFY-QUEUE-IN.
           OPEN OUTPUT NOTIFY-QUEUE-OUT.
           OPEN OUTPUT MAIL-BATCH.
                   MAIL-COUNT " PRINT " PRINT-COUNT
                   " SMS " SMS-COUNT
                   " FAILED " FAILED-COUNT
                   " ALREADY SENT " ALREADY-SENT
                   " FALLBACK " FALLBACK-COUNT.

           IF FAILED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           CLOSE SMS-BATCH.
           GOBACK.

      * Ucitava registar neispravnih kontakata (CNTINV) - bez njega
      * se sve obavijesti salju kanalom iz reda.
       LOAD-INVALID-PARA.
           OPEN INPUT CONTACT-REGISTER.

           READ CONTACT-REGISTER
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-REGISTER
               MOVE CONTACT-REGISTER-RECORD TO INVALID-CONTACT-RECORD
               IF WS-INVALID-COUNT NOT LESS THAN WS-MAX-INVALID
                   DISPLAY "NTFDISP: INVALID CONTACT TABLE FULL - "
                           "IGNORED " FUNCTION TRIM(ICN-RECIPIENT)
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   SET INV-IDX TO WS-INVALID-COUNT
                   MOVE ICN-RECIPIENT TO IV-RECIPIENT(INV-IDX)
                   MOVE ICN-CHANNEL   TO IV-CHANNEL(INV-IDX)
               END-IF
               READ CONTACT-REGISTER
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CONTACT-REGISTER.

       LOAD-INVALID-PARA-EXIT.
           EXIT.

      * Je li kanal WS-CHECK-CHANNEL za primatelja zapisa u
      * registru neispravnih kontakata.
       CHECK-INVALID-PARA.
           MOVE 'N' TO WS-INVALID-FLAG.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INVALID-COUNT
               IF IV-RECIPIENT(INV-IDX) = NTF-RECIPIENT
                   AND IV-CHANNEL(INV-IDX) = WS-CHECK-CHANNEL
                   SET CHANNEL-INVALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-INVALID-PARA-EXIT.
           EXIT.

      * Kanal s vracenom isporukom zamjenjuje se prvim zamjenskim
      * kanalom koji za primatelja nije u registru; zapis se u red
      * vraca s novim kanalom. Kad zamjene nema, zapis dobiva F.
       CHOOSE-CHANNEL-PARA.
           MOVE NTF-CHANNEL TO WS-CHECK-CHANNEL.
           PERFORM CHECK-INVALID-PARA THRU CHECK-INVALID-PARA-EXIT.
           IF NOT CHANNEL-INVALID
               GO TO CHOOSE-CHANNEL-PARA-EXIT
           END-IF.

           MOVE SPACES TO WS-NEW-CHANNEL.
           SET FB-IDX TO 1.
           SEARCH FALLBACK-ENTRY
               AT END
                   CONTINUE
               WHEN FB-CHANNEL(FB-IDX) = NTF-CHANNEL
                   PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                           UNTIL WS-ALT-SUB > 2
                       MOVE FB-ALTERNATE(FB-IDX WS-ALT-SUB)
                           TO WS-CHECK-CHANNEL
                       PERFORM CHECK-INVALID-PARA
                               THRU CHECK-INVALID-PARA-EXIT
                       IF NOT CHANNEL-INVALID
                           MOVE WS-CHECK-CHANNEL TO WS-NEW-CHANNEL
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-SEARCH.

           IF WS-NEW-CHANNEL = SPACES
               DISPLAY "NTFDISP: NO VALID CHANNEL FOR "
                       FUNCTION TRIM(NTF-RECIPIENT)
               ADD 1 TO FAILED-COUNT
               MOVE "F" TO NTF-STATUS
           ELSE
               DISPLAY "NTFDISP: " FUNCTION TRIM(NTF-CHANNEL)
                       " RETURNED FOR " FUNCTION TRIM(NTF-RECIPIENT)
                       " - SENT BY " FUNCTION TRIM(WS-NEW-CHANNEL)
               MOVE WS-NEW-CHANNEL TO NTF-CHANNEL
               ADD 1 TO FALLBACK-COUNT
           END-IF.

       CHOOSE-CHANNEL-PARA-EXIT.
           EXIT.

      * Jedan zapis reda: vec poslani (i vraceni, B) se samo
      * prepisu, Q zapisi se formatiraju u seriju svog kanala i
      * oznace S (F za nepoznat kanal ili primatelja bez ispravnog
      * kanala).
       DISPATCH-ONE-PARA.
           IF NTF-STATUS NOT = "Q"
               ADD 1 TO ALREADY-SENT
               GO TO DISPATCH-ONE-PARA-EXIT
           END-IF.

           PERFORM CHOOSE-CHANNEL-PARA THRU CHOOSE-CHANNEL-PARA-EXIT.
           IF NTF-STATUS = "F"
               GO TO DISPATCH-ONE-PARA-EXIT
           END-IF.

           MOVE SPACES TO TEMP-BATCH-LINE.
           STRING FUNCTION TRIM(NTF-TEMPLATE) "|"
                  FUNCTION TRIM(NTF-RECIPIENT) "|"
