      ******************************************************************
      * Copybook: VACCORH
      * Purpose: Journal permanent des corrections de periode
      *          anterieure appliquees par VACCORR. Un enregistrement
      *          par rangee marque/region corrigee ou ajoutee: date du
      *          traitement, date de passage corrigee et compteurs
      *          avant et apres (a zero pour l'avant d'un ajout). Le
      *          fichier est ecrit en ajout et jamais reecrit. Consulte
      *          par VACRECON pour expliquer les ecarts avec le
      *          registre provincial.
      ******************************************************************
       01 CORH-INFO.
           05 CORH-DATE-TRAIT    PIC 9(8).
           05 CORH-DATE-CORR     PIC 9(8).
           05 CORH-NOM-VACCIN    PIC X(16).
           05 CORH-REGION-CODE   PIC X(4).
           05 CORH-ANC-AMUNE     PIC 9(8).
           05 CORH-ANC-ANE       PIC 9(8).
           05 CORH-ANC-COM       PIC 9(8).
           05 CORH-ANC-TROIS     PIC 9(8).
           05 CORH-NOUV-AMUNE    PIC 9(8).
           05 CORH-NOUV-ANE      PIC 9(8).
           05 CORH-NOUV-COM      PIC 9(8).
           05 CORH-NOUV-TROIS    PIC 9(8).
