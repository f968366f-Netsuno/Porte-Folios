      *          de controle, date d'execution forcee pour les
      *          reprises, horizon d'expiration en jours (voir VACEXP)
      *          et indicateur de mode test ou production.
      *          FIN-CAMPAGNE: date de fin de campagne visee par les
      *          projections de couverture (voir VACPROJ; zero = 31
      *          decembre de l'annee).
      *          GENERATIONS: nombre de generations de sauvegarde
      *          conservees avant chaque chaine (voir VACCHAIN et
      *          VACREST).
      *          TOLERANCE-ECART: tolerance en doses des ecarts
      *          inexpliques avec le registre provincial (voir
      *          VACRECON).
      *          SEUIL-APPROBATION: variation d'un compteur, en
      *          pourcentage, au dela de laquelle un remplacement
      *          attend l'approbation d'un superviseur (voir VACUPD et
      *          VACAPPR).
      *          PART-MIN-REGION et PART-MAX-REGION: parts minimale et
      *          maximale d'une region, en pourcentage de la quantite
      *          annoncee (voir VACALLOC).
      ******************************************************************
       01 VACPRM-AREA.
           05 VACPRM-STATUT          PIC X(1).
           05 VACPRM-MODE            PIC X(1).
               88 VACPRM-MODE-TEST          VALUE "T".
               88 VACPRM-MODE-PROD          VALUE "P".
           05 VACPRM-FIN-CAMPAGNE    PIC 9(8).
           05 VACPRM-GENERATIONS     PIC 9(2).
           05 VACPRM-TOLERANCE-ECART PIC 9(6).
           05 VACPRM-SEUIL-APPROB    PIC 9(3).
           05 VACPRM-PART-MIN        PIC 9(3).
           05 VACPRM-PART-MAX        PIC 9(3).
