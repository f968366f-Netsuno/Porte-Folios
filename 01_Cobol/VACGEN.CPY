      ******************************************************************
      * Copybook: VACGEN
      * Purpose: Catalogue des generations de sauvegarde prises par
      *          VACCHAIN avant la premiere etape de la chaine (voir
      *          VACSAV et VACREST). Une ligne par fichier sauvegarde:
      *          numero de generation, date et heure de la prise,
      *          tranche de copie reutilisee en rotation, fichier
      *          vivant, nom de la copie, type d'organisation,
      *          presence du fichier au moment de la prise et nombre
      *          d'enregistrements copies, qui sert au controle de la
      *          restauration.
      ******************************************************************
       01 GEN-INFO.
           05 GEN-GENERATION     PIC 9(4).
           05 GEN-DATE           PIC 9(8).
           05 GEN-HEURE          PIC 9(6).
           05 GEN-TRANCHE        PIC 9(2).
           05 GEN-ORIGINE        PIC X(64).
           05 GEN-COPIE          PIC X(12).
           05 GEN-TYPE           PIC X(1).
           05 GEN-PRESENT        PIC X(1).
               88 GEN-FICHIER-PRESENT       VALUE "O".
               88 GEN-FICHIER-ABSENT        VALUE "N".
           05 GEN-NBR-ENR        PIC 9(8).
