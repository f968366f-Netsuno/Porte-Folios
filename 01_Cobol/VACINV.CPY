      *          (voir VACSTK): doses recues cumulees, doses
      *          administrees selon Vaccin.txt et stock en main
      *          residuel (signe, un stock negatif signale des doses
      *          administrees sans livraison enregistree). Les doses
      *          en main des lots rappeles (voir VACRCL), ajoutees en
      *          fin d'enregistrement, sont deja deduites du stock.
      ******************************************************************
       01 INV-INFO.
           05 INV-NOM-VACCIN   PIC X(16).
           05 INV-NBR-RECUES   PIC 9(10).
           05 INV-NBR-ADMIN    PIC 9(10).
           05 INV-STOCK        PIC S9(9) SIGN LEADING SEPARATE.
           05 INV-NBR-RAPPEL   PIC 9(10).
