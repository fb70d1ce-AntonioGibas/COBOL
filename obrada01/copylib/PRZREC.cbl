      ******************************************************************
      *    PRZREC - Zapis trajne knjige nagrada (PRZLED). CMPRIZE      *
      *             dopisuje (OPEN EXTEND) jednu stavku po isplati sa  *
      *             statusom U (neisplaceno); CMPAYOUT neisplacene     *
      *             stavke pretvara u kreditne transakcije za          *
      *             CBLTYPE, oznacava ih isplacenima (P) s datumom i   *
      *             brojem pokretanja isplate, a stavke prvaka bez     *
      *             mandata ostavlja na cekanju (H) - ponovljeni run   *
      *             nikad ne isplacuje dvaput. Uz prosirenje zapisa    *
      *             sa 80 na 98 bajtova postojeci PRZLED je            *
      *             jednokratno konvertiran (dopuna razmakom i nulama) *
      *             - razmak u PRZ-STATUS znaci neisplaceno.           *
      *             Stavke rezultata ponistenih disciplinskom          *
      *             sankcijom CMSANCT oznacava s V i one se nikad ne   *
      *             isplacuju.                                         *
      ******************************************************************
       01 PRIZE-LEDGER-RECORD.
           05 PRZ-DATE          PIC 9(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-EVENT         PIC X(20).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-CHAMPION      PIC X(30).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-PLACEMENT     PIC 9(2).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-AMOUNT        PIC 9(7)V99.
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-RUN-NUMBER    PIC 9(6).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-STATUS        PIC X.
               88 PRZ-UNPAID     VALUE "U" " ".
               88 PRZ-PAID       VALUE "P".
               88 PRZ-HELD       VALUE "H".
               88 PRZ-VOIDED     VALUE "V".
           05 FILLER            PIC X       VALUE SPACE.
      * Datum i broj pokretanja isplate (CMPAYOUT) - nule dok stavka
      * nije isplacena.
           05 PRZ-PAID-DATE     PIC 9(8).
           05 FILLER            PIC X       VALUE SPACE.
           05 PRZ-PAID-RUN      PIC 9(6).
