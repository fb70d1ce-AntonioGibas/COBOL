      ******************************************************************
      *    FUNDREC - Zapis fonda za nabavu u FUNDFL masteru            *
      *              (sekvencijalno azuriranje kao FINBFL - svaki      *
      *              program koji ga mijenja pise novi master u        *
      *              FUNDOUT). Fond je sifra + fiskalna godina s       *
      *              dodijeljenim iznosom (BOOKFUND); BOOKORD na       *
      *              narudzbi rezervira (encumber) procijenjeni        *
      *              trosak, a BOOKACQ na prijemu rezervaciju          *
      *              oslobadja i knjizi stvarni trosak iz racuna.      *
      *              Slobodno = dodijeljeno - rezervirano - potroseno. *
      ******************************************************************
       01 FUND-DETAIL.
           05 FND-CODE              PIC X(6).
           05 FILLER                PIC X       VALUE SPACE.
           05 FND-FISCAL-YEAR       PIC 9(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 FND-NAME              PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 FND-ALLOCATED         PIC 9(9)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 FND-ENCUMBERED        PIC 9(9)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 FND-SPENT             PIC 9(9)V99.
