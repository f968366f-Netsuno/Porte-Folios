      ******************************************************************
      * Copybook: VACSAV
      * Purpose: Bloc d'appel du sous-programme VACSAV de copie des
      *          fichiers de la chaine. L'appelant donne le fichier
      *          vivant (ORIGINE), sa copie de sauvegarde (COPIE), le
      *          type d'organisation (I = maitre indexe VACIDX.DAT,
      *          S = sequentiel ligne) et la fonction: S = sauvegarde
      *          de l'origine vers la copie, R = restauration de la
      *          copie vers l'origine, C = comptage de l'origine,
      *          V = comptage de la copie. VACSAV retourne le nombre
      *          d'enregistrements copies ou comptes et le code de
      *          retour (0 = fait, 1 = fichier lu absent, la copie ou
      *          l'origine ecrite est alors vide, 9 = erreur de
      *          fichier, nom et statut retournes).
      ******************************************************************
       01 VACSAV-AREA.
           05 VACSAV-FONCTION        PIC X(1).
               88 VACSAV-SAUVEGARDE         VALUE "S".
               88 VACSAV-RESTAURATION       VALUE "R".
               88 VACSAV-COMPTE-ORIGINE     VALUE "C".
               88 VACSAV-COMPTE-COPIE       VALUE "V".
           05 VACSAV-TYPE            PIC X(1).
               88 VACSAV-INDEXE             VALUE "I".
               88 VACSAV-SEQUENTIEL         VALUE "S".
           05 VACSAV-ORIGINE         PIC X(64).
           05 VACSAV-COPIE           PIC X(12).
           05 VACSAV-NBR-ENR         PIC 9(8).
           05 VACSAV-RETOUR          PIC X(1).
               88 VACSAV-FAIT               VALUE "0".
               88 VACSAV-ABSENT             VALUE "1".
               88 VACSAV-ERREUR             VALUE "9".
           05 VACSAV-FICHIER-ERR     PIC X(16).
           05 VACSAV-STATUT-FICHIER  PIC X(2).
