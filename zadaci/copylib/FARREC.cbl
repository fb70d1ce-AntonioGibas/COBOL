      ******************************************************************
      *    FARREC - Registar dugotrajne imovine (racunala iz CMPFL).   *
      *             Zapis po COMPUTER-ID-u: nabavna vrijednost, datum  *
      *             stavljanja u upotrebu (0 = PURCHASE-DATE iz        *
      *             CMPFL), akumulirana amortizacija i zadnji          *
      *             amortizirani mjesec. Novu imovinu financije dodaju *
      *             retkom s oznakom i nabavnom vrijednoscu, ostala    *
      *             polja EMPDEPR popunjava mjesecnom amortizacijom    *
      *             (PRIOR polja cuvaju stanje prije zadnjeg runa, pa  *
      *             ponovno pokretanje istog mjeseca daje isti         *
      *             rezultat), a EMPDISP kod rashoda upisuje primitak, *
      *             sadasnju vrijednost i dobitak/gubitak.             *
      ******************************************************************
       01 FIXED-ASSET-RECORD.
           05 FA-COMPUTER-ID        PIC X(5).
           05 FILLER                PIC X.
      * Nabavna vrijednost u EUR.
           05 FA-COST               PIC 9(7)V99.
           05 FILLER                PIC X.
           05 FA-IN-SERVICE         PIC 9(8).
           05 FILLER                PIC X.
           05 FA-STATUS             PIC X.
               88 FA-ACTIVE         VALUE "A" " ".
               88 FA-DISPOSED       VALUE "D".
           05 FILLER                PIC X.
      * Zadnji amortizirani mjesec YYYYMM (0 = jos nije amortizirana),
      * akumulirana amortizacija i iznos zadnjeg runa.
           05 FA-LAST-PERIOD        PIC 9(6).
           05 FILLER                PIC X.
           05 FA-ACCUM-DEPR         PIC 9(7)V99.
           05 FILLER                PIC X.
           05 FA-LAST-CHARGE        PIC 9(7)V99.
           05 FILLER                PIC X.
           05 FA-PRIOR-PERIOD       PIC 9(6).
           05 FILLER                PIC X.
           05 FA-PRIOR-ACCUM        PIC 9(7)V99.
           05 FILLER                PIC X.
      * Troskovno mjesto zadnjeg terecenja (DEPTMAP).
           05 FA-COST-CENTER        PIC X(8).
           05 FILLER                PIC X.
      * Rashod (EMPDISP): datum, primitak, sadasnja vrijednost i
      * dobitak (+) ili gubitak (-) = primitak - sadasnja vrijednost.
           05 FA-DISPOSAL-DATE      PIC 9(8).
           05 FILLER                PIC X.
           05 FA-PROCEEDS           PIC 9(7)V99.
           05 FILLER                PIC X.
           05 FA-NBV-AT-DISPOSAL    PIC 9(7)V99.
           05 FILLER                PIC X.
           05 FA-GAIN-LOSS          PIC S9(7)V99.
