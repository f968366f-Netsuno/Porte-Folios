      ******************************************************************
      * Copybook: VACARCL
      * Purpose: Registre des fichiers d'archive de l'historique (voir
      *          VACARCH). Une ligne par versement d'archive: nom du
      *          fichier d'archive date, premiere et derniere date de
      *          passage versees, nombre d'enregistrements verses et
      *          date de l'epuration. Permet de retrouver le detail
      *          d'une date deja archivee (voir VACCORR).
      ******************************************************************
       01 ARCL-INFO.
           05 ARCL-FICHIER       PIC X(16).
           05 ARCL-DATE-DEBUT    PIC 9(8).
           05 ARCL-DATE-FIN      PIC 9(8).
           05 ARCL-NBR-ENR       PIC 9(6).
           05 ARCL-DATE-ARCH     PIC 9(8).
