      ******************************************************************
      * Copybook: VACRETR
      * Purpose: Doses retirees du stock par suite d'un rappel de lot
      *          (VACRETR.DAT, ecrit par VACRCL). Un enregistrement
      *          par livraison d'un lot rappele: lot, marque, region
      *          et date de reception, date d'effet et action du
      *          rappel, doses recues, doses probablement
      *          administrees avant la date d'effet (imputation
      *          premier-expire-premier-sorti) et doses encore en
      *          main, retirees du stock par VACSTK et de l'ordre
      *          d'imputation par VACEXP.
      ******************************************************************
       01 RETR-INFO.
           05 RETR-NO-LOT        PIC X(10).
           05 RETR-NOM-VACCIN    PIC X(16).
           05 RETR-REGION-CODE   PIC X(4).
           05 RETR-DATE-RECU     PIC 9(8).
           05 RETR-DATE-EFFET    PIC 9(8).
           05 RETR-ACTION        PIC X(1).
           05 RETR-NBR-RECUES    PIC 9(8).
           05 RETR-NBR-AVANT     PIC 9(8).
           05 RETR-NBR-EN-MAIN   PIC 9(8).
