      *    CUSTMNT - Master kupaca banke i veze kupac-racun. Klasicno  *
      *              batch azuriranje dva sekvencijalna skupa          *
      *              (obrazac BORRREG): master kupaca CUSTFL (broj     *
      *              kupca, ime, kontakt, status, segment,             *
      *              rezidentnost) i veze CUSTLNK (kupac ->            *
      *              ACCOUNT-ID). Transakcije iz CTRXFL: REGISTER /    *
      *              UPDATE / DEACTIVATE odrzavaju kupca, LINK /       *
      *              UNLINK vezu racun na kupca (LINK provjerava da    *
      *              racun postoji u ACCTFL masteru).                  *
      *              Kupac s tri racuna prestaje biti tri nepovezana   *
      *              50-znakovna imena; zbirno stanje po kupcu daje    *
      *              CUSTPOS.                                          *
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-IN.
       01 CUSTOMER-MASTER-IN-RECORD PIC X(117).

       FD CUSTOMER-LINKS-IN.
       01 CUSTOMER-LINKS-IN-RECORD PIC X(19).

      * Transakcije: REGISTER/UPDATE/DEACTIVATE nose ime, kontakt,
      * segment i rezidentnost, LINK/UNLINK broj racuna.
       FD CUSTOMER-TRX-FILE.
       01 CUSTOMER-TRX-RECORD.
           05 CUX-ACTION        PIC X(10).
           05 CUX-NAME          PIC X(50).
           05 FILLER            PIC X.
           05 CUX-CONTACT       PIC X(50).
           05 FILLER            PIC X.
           05 CUX-SEGMENT       PIC X(3).
           05 FILLER            PIC X.
           05 CUX-RESIDENCY     PIC X(2).

       FD CUSTOMER-MASTER-OUT.
       01 CUSTOMER-DETAIL.
           05 CST-CONTACT       PIC X(50).
           05 FILLER            PIC X       VALUE SPACE.
           05 CST-STATUS        PIC X.
      * Segment kupca (npr. STD, STU, PEN, STF) - po njemu tarifa
      * naknada (BANKFEE) oslobadja kupca pojedinih naknada.
           05 FILLER            PIC X       VALUE SPACE.
           05 CST-SEGMENT       PIC X(3).
      * Drzava rezidentnosti kupca (ISO, npr. HR, DE) - po njoj
      * CBLTYPE odredjuje stopu poreza po odbitku na kamatu.
           05 FILLER            PIC X       VALUE SPACE.
           05 CST-RESIDENCY     PIC X(2).

       FD CUSTOMER-LINKS-OUT.
       01 CUSTOMER-LINK-DETAIL.
              03 CU-NAME      PIC X(50).
              03 CU-CONTACT   PIC X(50).
              03 CU-STATUS    PIC X.
              03 CU-SEGMENT   PIC X(3).
              03 CU-RESIDENCY PIC X(2).

      * Veze kupac-racun u radnoj tablici; UN-ACTIVE 'N' oznacava
      * UNLINK-om uklonjenu vezu (ne ispisuje se u novi skup).
                   TO CU-CONTACT(WS-CUST-COUNT)
               MOVE CUSTOMER-MASTER-IN-RECORD(110:1)
                   TO CU-STATUS(WS-CUST-COUNT)
               MOVE CUSTOMER-MASTER-IN-RECORD(112:3)
                   TO CU-SEGMENT(WS-CUST-COUNT)
               MOVE CUSTOMER-MASTER-IN-RECORD(116:2)
                   TO CU-RESIDENCY(WS-CUST-COUNT)
               IF CU-ID(WS-CUST-COUNT) > WS-NEXT-ID
                   MOVE CU-ID(WS-CUST-COUNT) TO WS-NEXT-ID
               END-IF
           MOVE CUX-NAME    TO CU-NAME(WS-CUST-COUNT).
           MOVE CUX-CONTACT TO CU-CONTACT(WS-CUST-COUNT).
           MOVE "A"         TO CU-STATUS(WS-CUST-COUNT).
           MOVE CUX-SEGMENT TO CU-SEGMENT(WS-CUST-COUNT).
           MOVE CUX-RESIDENCY TO CU-RESIDENCY(WS-CUST-COUNT).

           ADD 1 TO REGISTERED-COUNT.
           MOVE SPACES TO TEMP-REPORT-LINE.
           IF CUX-CONTACT NOT = SPACES
               MOVE CUX-CONTACT TO CU-CONTACT(WS-FOUND-IDX)
           END-IF.
           IF CUX-SEGMENT NOT = SPACES
               MOVE CUX-SEGMENT TO CU-SEGMENT(WS-FOUND-IDX)
           END-IF.
           IF CUX-RESIDENCY NOT = SPACES
               MOVE CUX-RESIDENCY TO CU-RESIDENCY(WS-FOUND-IDX)
           END-IF.
           MOVE "A" TO CU-STATUS(WS-FOUND-IDX).

           ADD 1 TO UPDATED-COUNT.
               MOVE CU-NAME(CUS-IDX)    TO CST-NAME
               MOVE CU-CONTACT(CUS-IDX) TO CST-CONTACT
               MOVE CU-STATUS(CUS-IDX)  TO CST-STATUS
               MOVE CU-SEGMENT(CUS-IDX) TO CST-SEGMENT
               MOVE CU-RESIDENCY(CUS-IDX) TO CST-RESIDENCY
               WRITE CUSTOMER-DETAIL
           END-PERFORM.

