      *             skup), prezivljava TRANSFER i odrzava se u         *
      *             TAG-VSAM pregledu (vidi zadaci/copylib/TAGREC) -   *
      *             nadjenom psu se vlasnik rjesava jednim READ-om     *
      *             kroz DOGTAG. Svaka provedena transakcija se        *
      *             dopisuje i u CHGJRN journal (zadaci/copylib/       *
      *             REGCHG) iz kojeg DOGCHPX salje promjene            *
      *             nacionalnom registru mikrocipova.                  *
      *             OWNRJRN zapisi nose ulancani hash (CHNHASH) nad    *
      *             hashom prethodnog zapisa i svojim sadrzajem.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOGTRX.
                  RECORD KEY IS TG-TAG
                  FILE STATUS IS TAG-STATUS.

      * Unakrsni pregled mikrocipova - odjavljenom psu se brise.
           SELECT CHIP-VSAM ASSIGN TO CHIPVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-CHIP
                  FILE STATUS IS CHIP-STATUS.

      * Journal promjena za nacionalni registar mikrocipova -
      * dopunjuje se na svakoj provedenoj transakciji.
           SELECT OPTIONAL REGISTRY-CHANGE-FILE ASSIGN TO CHGJRN
                  ORGANIZATION IS SEQUENTIAL.

      * Kontrolni skup zadnje dodijeljenog broja markice - zadnji
      * zapis vrijedi, novi se dopisuje (obrazac RUNALLOC).
           SELECT OPTIONAL TAG-CONTROL-FILE ASSIGN TO TAGCTL
       FD TAG-VSAM.
           COPY TAGREC.

       FD CHIP-VSAM.
           COPY CHIPREC.

       FD REGISTRY-CHANGE-FILE.
           COPY REGCHG.

       FD TAG-CONTROL-FILE RECORDING MODE F.
       01 TAG-CONTROL-RECORD.
           05 TCT-LAST-TAG      PIC 9(6).
           05 FILLER            PIC X       VALUE SPACE.
      * Operater koji je prijenos predao (PARM OPERATOR=).
           05 OWJ-OPERATOR      PIC X(8).
           05 FILLER            PIC X       VALUE SPACE.
      * Ulancani hash nad hashom prethodnog zapisa i prvih 95 bajtova
      * ovog zapisa (vidi shared/source/CHNHASH); postojeci journal
      * je uz prosirenje dopunjen razmacima - ti zapisi prethode
      * pocetku lanca.
           05 OWJ-CHAIN-HASH    PIC X(16).

       WORKING-STORAGE SECTION.
      * Jedinstveni broj pokretanja - dodjeljuje ga shared/source/
           88 VSAM-DUPKEY  VALUE "22".
       01 TAG-STATUS      PIC XX.
           88 TAG-OK       VALUE "00".
       01 CHIP-STATUS     PIC XX.
           88 CHIP-OK      VALUE "00".

      * Dodjela brojeva markica - zadnji iz TAGCTL plus izdano u
      * ovom runu.
       01 WS-LAST-TAG      PIC 9(6) VALUE ZEROS.
       01 WS-TAGS-ISSUED   PIC 9(4) VALUE ZEROS.

      * Hash zadnjeg zapisa u OWNRJRN-u - nastavak lanca.
       01 WS-JRN-EOF       PIC X VALUE 'N'.
           88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-JOURNAL-HASH  PIC X(16) VALUE SPACES.
           COPY CHNREQ.

      * Poznate reference legala iz LTRFL registra.
       01 WS-LTR-EOF       PIC X VALUE 'N'.
           88 END-OF-LITTERS VALUE 'Y'.
           05 WH-TAG            PIC 9(6).
           05 WH-DANGEROUS      PIC X.
           05 WH-LITTER         PIC 9(6).
           05 WH-CHIP           PIC X(15).

      * Datum pokretanja (YYYYMMDD) za journal prijenosa - vidi
      * shared/source/DTSTAMP.
           PERFORM READ-TAG-CONTROL-PARA
                   THRU READ-TAG-CONTROL-PARA-EXIT.
           PERFORM LOAD-LITTERS-PARA THRU LOAD-LITTERS-PARA-EXIT.
           PERFORM READ-JOURNAL-HASH-PARA
                   THRU READ-JOURNAL-HASH-PARA-EXIT.

           OPEN INPUT DOG-TRX-FILE.
           OPEN I-O DOG-VSAM.
           OPEN I-O TAG-VSAM.
           OPEN I-O CHIP-VSAM.
           OPEN EXTEND OWNER-JOURNAL.
           OPEN EXTEND REGISTRY-CHANGE-FILE.

           READ DOG-TRX-FILE
               AT END SET END-OF-TRX TO TRUE
           CLOSE DOG-TRX-FILE.
           CLOSE DOG-VSAM.
           CLOSE TAG-VSAM.
           CLOSE CHIP-VSAM.
           CLOSE OWNER-JOURNAL.
           CLOSE REGISTRY-CHANGE-FILE.

           IF WS-TAGS-ISSUED > 0
               PERFORM WRITE-TAG-CONTROL-PARA
                   ADD 1 TO REGISTERED-DOGS
                   PERFORM WRITE-TAG-RECORD-PARA
                           THRU WRITE-TAG-RECORD-PARA-EXIT
                   MOVE DOG-MASTER-DETAIL TO WS-HELD-DOG
                   PERFORM WRITE-REGISTRY-CHANGE-PARA
                           THRU WRITE-REGISTRY-CHANGE-PARA-EXIT
           END-WRITE.

       REGISTER-DOG-PARA-EXIT.
       READ-TAG-CONTROL-PARA-EXIT.
           EXIT.

      * Cita OWNRJRN do kraja i pamti hash zadnjeg zapisa.
       READ-JOURNAL-HASH-PARA.
           OPEN INPUT OWNER-JOURNAL.

           READ OWNER-JOURNAL
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-JOURNAL
               MOVE OWJ-CHAIN-HASH TO WS-JOURNAL-HASH
               READ OWNER-JOURNAL
                   AT END SET END-OF-JOURNAL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OWNER-JOURNAL.

       READ-JOURNAL-HASH-PARA-EXIT.
           EXIT.

      * Dopisuje novi zadnji broj u TAGCTL.
       WRITE-TAG-CONTROL-PARA.
           OPEN EXTEND TAG-CONTROL-FILE.
                   MOVE "DOG NOT ON REGISTER" TO WS-REJECT-REASON
                   PERFORM REJECT-TRX-PARA THRU REJECT-TRX-PARA-EXIT
               NOT INVALID KEY
                   MOVE DOG-MASTER-DETAIL TO WS-HELD-DOG
                   MOVE DG-TAG TO TG-TAG
                   DELETE DOG-VSAM
                       INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
      * Isto i uskladjeni mikrocip.
                           IF WH-CHIP NOT = SPACES
                               MOVE WH-CHIP TO CH-CHIP
                               DELETE CHIP-VSAM
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                           PERFORM WRITE-REGISTRY-CHANGE-PARA
                                   THRU WRITE-REGISTRY-CHANGE-PARA-EXIT
                   END-DELETE
           END-READ.

                   MOVE DTX-NEW-OWNER TO OWJ-NEW-OWNER
                   MOVE WS-RUN-DATE   TO OWJ-TRANSFER-DATE
                   MOVE WS-OPERATOR-ID TO OWJ-OPERATOR
                   MOVE SPACES TO CHAIN-HASH-REQUEST
                   MOVE WS-JOURNAL-HASH TO CHN-PREV-HASH
                   MOVE 95 TO CHN-DATA-LEN
                   MOVE OWNER-JOURNAL-RECORD(1:95) TO CHN-DATA
                   CALL "CHNHASH" USING CHAIN-HASH-REQUEST
                   MOVE CHN-NEW-HASH TO OWJ-CHAIN-HASH
                   MOVE CHN-NEW-HASH TO WS-JOURNAL-HASH
                   WRITE OWNER-JOURNAL-RECORD
      * Markica prati psa - unakrsni pregled dobiva novog vlasnika.
                   PERFORM UPDATE-TAG-OWNER-PARA
                           THRU UPDATE-TAG-OWNER-PARA-EXIT
                   PERFORM WRITE-REGISTRY-CHANGE-PARA
                           THRU WRITE-REGISTRY-CHANGE-PARA-EXIT
           END-WRITE.

       TRANSFER-DOG-PARA-EXIT.
       UPDATE-TAG-OWNER-PARA-EXIT.
           EXIT.

      * Dopisuje provedenu transakciju u CHGJRN journal za nacionalni
      * registar - podaci psa su u WS-HELD-DOG (slika prije promjene,
      * na REGISTER-u upisani zapis).
       WRITE-REGISTRY-CHANGE-PARA.
           MOVE SPACES TO REGISTRY-CHANGE-RECORD.
           MOVE DTX-ACTION    TO RCH-ACTION.
           MOVE WS-RUN-DATE   TO RCH-DATE.
           MOVE WH-TAG        TO RCH-TAG.
           MOVE WH-CHIP       TO RCH-CHIP.
           MOVE WH-NAME       TO RCH-DOG-NAME.
           IF DTX-IS-TRANSFER
               MOVE DTX-NEW-OWNER TO RCH-OWNER
               MOVE WH-OWNER      TO RCH-OLD-OWNER
           ELSE
               MOVE WH-OWNER      TO RCH-OWNER
           END-IF.
           MOVE WH-RACE       TO RCH-RACE.
           MOVE WS-OPERATOR-ID TO RCH-OPERATOR.
           MOVE WS-RUN-NUMBER TO RCH-RUN-NUMBER.
           WRITE REGISTRY-CHANGE-RECORD.

       WRITE-REGISTRY-CHANGE-PARA-EXIT.
           EXIT.

       REJECT-TRX-PARA.
           ADD 1 TO REJECTED-TRX.
           DISPLAY "DOGTRX: REJECTED - "
