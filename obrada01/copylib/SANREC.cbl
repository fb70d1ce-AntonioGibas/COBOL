      ******************************************************************
      *    SANREC - Zapis registra disciplinskih sankcija (SANFL).     *
      *             Odrzava ga CMSANCT iz ADD/LIFT transakcija         *
      *             (prijenos iz runa u run SANFL -> SANOUT, kao       *
      *             WLFL). SUSPENSION i BAN zabranjuju nastup od       *
      *             SAN-START-DATE do SAN-END-DATE (99999999 = bez     *
      *             roka); CMRESULT i CMPRIZE odbijaju rezultat prvaka *
      *             koji je na RES-DATE suspendiran. Ukidanje (LIFT)   *
      *             skracuje SAN-END-DATE na dan prije ukidanja i      *
      *             postavlja status L. SAN-VOID-FROM razlicit od nule *
      *             znaci da sankcija ponistava rezultate od tog       *
      *             datuma - CMSANCT tada oduzima osvojene titule i    *
      *             izdvaja nagrade za povrat.                         *
      ******************************************************************
       01 SANCTION-RECORD.
           05 SAN-CHAMPION          PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-TYPE              PIC X(10).
               88 SAN-VALID-TYPE     VALUE "SUSPENSION" "BAN"
                                           "WARNING" "FINE".
               88 SAN-SUSPENDS       VALUE "SUSPENSION" "BAN".
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-START-DATE        PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-END-DATE          PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-REASON            PIC X(40).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-AUTHORITY         PIC X(20).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-VOID-FROM         PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-STATUS            PIC X.
               88 SAN-ACTIVE         VALUE "A".
               88 SAN-LIFTED         VALUE "L".
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-LIFT-DATE         PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 SAN-RUN-NUMBER        PIC 9(6).
