      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Entretien guide des fichiers de reference VACPOP.TXT,
      *          VACSEUIL.TXT, VACSHIP.TXT et VACMARQ.TXT (referentiel
      *          des marques, voir VACMARQ), dans le style ecran de
      *          VACLOOK, pour remplacer l'editeur de texte brut dont
      *          une colonne decalee casse la chaine en aval. Choix du
      *          fichier, liste numerotee des lignes, ajout,
      *          changement ou suppression d'une ligne avec validation
      *          des champs (codes de region confrontes aux regions de
      *          reference de VACPOP.TXT, seuils numeriques et dans
      *          les bornes, doses et dates de livraison numeriques,
      *          marque livree connue et active, alias renvoyant a une
      *          marque officielle presente, marque officielle
      *          gardee tant que des alias y sont rattaches,
      *          livraison planifiee *PREVU* de VACALLOC confirmee en
      *          ne saisissant que le lot et l'expiration),
      *          reecriture du fichier dans son format fixe exact et
      *          journalisation de chaque changement dans VACMAINT.LOG
      *          (qui, quand, avant, apres).
           05 VAC-LIGNE-VALIDE     PIC X(1) VALUE "N".
           05 VAC-REGION-OK        PIC X(1) VALUE "N".
           05 VAC-FICHIER-MODIFIE  PIC X(1) VALUE "N".
           05 VAC-MARQUE-OK        PIC X(1) VALUE "N".
           05 VAC-MARQUE-EN-DOUBLE PIC X(1) VALUE "N".
           05 VAC-ALIAS-RATTACHES  PIC X(1) VALUE "N".

       01 COUNTERS.
           05 VAC-CHANGE-COUNT     PIC 9(3) VALUE 0.
           88 VAC-FICHIER-POP             VALUE "1".
           88 VAC-FICHIER-SEUIL           VALUE "2".
           88 VAC-FICHIER-SHIP            VALUE "3".
           88 VAC-FICHIER-MARQ            VALUE "4".

       01 VAC-INITIALES            PIC X(3).

       01 VAC-NO-LIGNE-SAISI       PIC X(3).
       01 VAC-NO-LIGNE             PIC 9(3) VALUE 0.
       01 VAC-DECALE-CTR           PIC 9(3) VALUE 0.
       01 VAC-LIGNE-COMPAREE       PIC 9(3) VALUE 0.

       01 VAC-LIGNE-TABLE.
           05 VAC-LIGNE-COUNT      PIC 9(3) VALUE 0.
           05 VAC-RGR-ENTRY OCCURS 20 TIMES INDEXED BY VAC-RGR-IDX.
               10 VAC-RGR-CODE       PIC X(4).

       01 VAC-NOM-CIBLE            PIC X(16).

       01 VAC-ANCIENNE-LIGNE       PIC X(80).
       01 VAC-NOUVELLE-LIGNE       PIC X(80).

           05 VAC-SH-NO-LOT        PIC X(10).
           05 VAC-SH-DATE-EXPIR    PIC X(8).

       01 VAC-SH-DATE-PREVUE       PIC X(8).

       01 VAC-SAISIE-MARQ.
           05 VAC-SM-TYPE          PIC X(1).
               88 VAC-SM-TYPE-OFFICIEL    VALUE "O".
               88 VAC-SM-TYPE-ALIAS       VALUE "A".
           05 VAC-SM-NOM           PIC X(16).
           05 VAC-SM-OFFICIEL      PIC X(16).
           05 VAC-SM-FABRICANT     PIC X(20).
           05 VAC-SM-DOSES         PIC X(1).
           05 VAC-SM-STATUT        PIC X(1).
               88 VAC-SM-STATUT-VALIDE    VALUES "A" "R".

           COPY "VACMRQ.CPY".

       01 VAC-LISTE-LINE.
           05 VAC-LISTE-NO         PIC ZZ9.
           05 FILLER               PIC X(02) VALUE ". ".
           DISPLAY "  1 = VACPOP.TXT   (POPULATION DE REFERENCE)".
           DISPLAY "  2 = VACSEUIL.TXT (SEUILS D'EXCEPTION)".
           DISPLAY "  3 = VACSHIP.TXT  (LIVRAISONS)".
           DISPLAY "  4 = VACMARQ.TXT  (REFERENTIEL DES MARQUES)".
           DISPLAY "CHOIX: " WITH NO ADVANCING.
           ACCEPT VAC-FICHIER-CHOISI.

                   IF VAC-FICHIER-SHIP
                       MOVE "VACSHIP.TXT" TO VAC-MNT-FILE-NAME
                   ELSE
                       IF VAC-FICHIER-MARQ
                           MOVE "VACMARQ.TXT" TO VAC-MNT-FILE-NAME
                       ELSE
                           DISPLAY "CHOIX INCONNU: "
                               VAC-FICHIER-CHOISI
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       400-AJOUTER-LIGNE.

           MOVE 0 TO VAC-NO-LIGNE.
           PERFORM 500-SAISIR-NOUVELLE-LIGNE.
           IF VAC-LIGNE-VALIDE = "Y"
               IF VAC-LIGNE-COUNT = 200

           PERFORM 250-DEMANDER-NO-LIGNE.
           IF VAC-NO-LIGNE > 0
               SET VAC-LG-IDX TO VAC-NO-LIGNE
               IF VAC-FICHIER-SHIP
                   AND VAC-LIGNE-IMAGE (VAC-LG-IDX) (37:10) = "*PREVU*"
                   PERFORM 555-CONFIRMER-PREVU
               ELSE
                   PERFORM 500-SAISIR-NOUVELLE-LIGNE
               END-IF
               IF VAC-LIGNE-VALIDE = "Y"
                   PERFORM 590-VERIFIER-ALIAS
                   SET VAC-LG-IDX TO VAC-NO-LIGNE
                   IF VAC-ALIAS-RATTACHES = "Y"
                       AND VAC-NOUVELLE-LIGNE (1:32)
                           NOT = VAC-LIGNE-IMAGE (VAC-LG-IDX) (1:32)
                       DISPLAY "ALIAS RATTACHES - SUPPRIMER LES ALIAS "
                           "D'ABORD"
                       MOVE "N" TO VAC-LIGNE-VALIDE
                   END-IF
               END-IF
               IF VAC-LIGNE-VALIDE = "Y"
                   SET VAC-LG-IDX TO VAC-NO-LIGNE
                   MOVE VAC-LIGNE-IMAGE (VAC-LG-IDX)
       440-SUPPRIMER-LIGNE.

           PERFORM 250-DEMANDER-NO-LIGNE.
           IF VAC-NO-LIGNE > 0
               PERFORM 590-VERIFIER-ALIAS
               IF VAC-ALIAS-RATTACHES = "Y"
                   DISPLAY "ALIAS RATTACHES - SUPPRIMER LES ALIAS "
                       "D'ABORD"
                   MOVE 0 TO VAC-NO-LIGNE
               END-IF
           END-IF.
           IF VAC-NO-LIGNE > 0
               SET VAC-LG-IDX TO VAC-NO-LIGNE
               MOVE VAC-LIGNE-IMAGE (VAC-LG-IDX)
               IF VAC-FICHIER-SEUIL
                   PERFORM 530-SAISIR-SEUIL
               ELSE
                   IF VAC-FICHIER-SHIP
                       PERFORM 550-SAISIR-SHIP
                   ELSE
                       PERFORM 570-SAISIR-MARQ
                   END-IF
               END-IF
           END-IF.

           ACCEPT VAC-SH-NO-LOT.
           DISPLAY "DATE D'EXPIRATION (AAAAMMJJ): " WITH NO ADVANCING.
           ACCEPT VAC-SH-DATE-EXPIR.
           PERFORM 552-VALIDER-SHIP.

       552-VALIDER-SHIP.

           MOVE VAC-SH-REGION TO VAC-SP-REGION.
           PERFORM 560-VERIFIER-REGION.

      * La marque livree est confrontee au referentiel des marques;
      * un alias est enregistre sous le nom officiel.
           MOVE VAC-SH-NOM TO VACMRQ-NOM-SAISI.
           CALL "VACMRQ" USING VACMRQ-AREA.

           IF VAC-SH-DATE-RECU IS NOT NUMERIC
               DISPLAY "DATE DE RECEPTION NON NUMERIQUE"
           ELSE
           IF VAC-SH-NOM = SPACES
               DISPLAY "NOM DU VACCIN OBLIGATOIRE"
           ELSE
           IF VACMRQ-INCONNUE
               DISPLAY "MARQUE INCONNUE DU REFERENTIEL: " VAC-SH-NOM
           ELSE
           IF VACMRQ-RETIREE
               DISPLAY "MARQUE RETIREE - LIVRAISON REFUSEE: "
                   VAC-SH-NOM
           ELSE
           IF VAC-REGION-OK = "N"
               DISPLAY "REGION INCONNUE DE LA REFERENCE: "
                   VAC-SH-REGION
           IF VAC-SH-NO-LOT = SPACES
               DISPLAY "NUMERO DE LOT OBLIGATOIRE"
           ELSE
           IF VAC-SH-NO-LOT = "*PREVU*"
               DISPLAY "NUMERO DE LOT REEL OBLIGATOIRE"
           ELSE
           IF VAC-SH-DATE-EXPIR IS NOT NUMERIC
               DISPLAY "DATE D'EXPIRATION NON NUMERIQUE"
           ELSE
               MOVE "Y" TO VAC-LIGNE-VALIDE
               MOVE VACMRQ-NOM-OFFICIEL TO VAC-SH-NOM
               STRING VAC-SH-DATE-RECU  DELIMITED BY SIZE
                      VAC-SH-NOM        DELIMITED BY SIZE
                      VAC-SH-REGION     DELIMITED BY SIZE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Une livraison planifiee par VACALLOC (lot *PREVU*) est
      * confirmee a l'arrivee du camion: marque, region et doses sont
      * reprises de la ligne, seuls le lot et l'expiration sont saisis
      * (et la date de reception si elle differe de la date prevue).
       555-CONFIRMER-PREVU.

           MOVE "N" TO VAC-LIGNE-VALIDE.
           MOVE SPACES TO VAC-NOUVELLE-LIGNE.
           MOVE VAC-LIGNE-IMAGE (VAC-LG-IDX) TO VAC-SAISIE-SHIP.
           MOVE VAC-SH-DATE-RECU TO VAC-SH-DATE-PREVUE.
           DISPLAY "LIVRAISON PREVUE: " VAC-SH-NOM " " VAC-SH-REGION
               " DOSES " VAC-SH-DOSES " LE " VAC-SH-DATE-PREVUE.
           DISPLAY "DATE DE RECEPTION (AAAAMMJJ, BLANC = "
               VAC-SH-DATE-PREVUE "): " WITH NO ADVANCING.
           ACCEPT VAC-SH-DATE-RECU.
           IF VAC-SH-DATE-RECU = SPACES
               MOVE VAC-SH-DATE-PREVUE TO VAC-SH-DATE-RECU
           END-IF.
           DISPLAY "NUMERO DE LOT (10 CAR.): " WITH NO ADVANCING.
           ACCEPT VAC-SH-NO-LOT.
           DISPLAY "DATE D'EXPIRATION (AAAAMMJJ): " WITH NO ADVANCING.
           ACCEPT VAC-SH-DATE-EXPIR.
           PERFORM 552-VALIDER-SHIP.

       560-VERIFIER-REGION.

           MOVE "N" TO VAC-REGION-OK.
                   MOVE "Y" TO VAC-REGION-OK
           END-SEARCH.

       570-SAISIR-MARQ.

           MOVE SPACES TO VAC-SAISIE-MARQ.
           DISPLAY "TYPE DE LIGNE (O=MARQUE OFFICIELLE, A=ALIAS): "
               WITH NO ADVANCING.
           ACCEPT VAC-SM-TYPE.
           IF NOT VAC-SM-TYPE-OFFICIEL AND NOT VAC-SM-TYPE-ALIAS
               DISPLAY "TYPE INCONNU: " VAC-SM-TYPE
           ELSE
               DISPLAY "NOM DE LA MARQUE (16 CAR.): " WITH NO ADVANCING
               ACCEPT VAC-SM-NOM
               IF VAC-SM-TYPE-OFFICIEL
                   MOVE VAC-SM-NOM TO VAC-SM-OFFICIEL
                   DISPLAY "FABRICANT (20 CAR.): " WITH NO ADVANCING
                   ACCEPT VAC-SM-FABRICANT
                   DISPLAY "DOSES DE LA SERIE PRIMAIRE (1 A 9): "
                       WITH NO ADVANCING
                   ACCEPT VAC-SM-DOSES
                   DISPLAY "STATUT (A=ACTIVE, R=RETIREE): "
                       WITH NO ADVANCING
                   ACCEPT VAC-SM-STATUT
               ELSE
                   DISPLAY "NOM OFFICIEL DE RATTACHEMENT (16 CAR.): "
                       WITH NO ADVANCING
                   ACCEPT VAC-SM-OFFICIEL
               END-IF
               PERFORM 575-VALIDER-MARQ
           END-IF.

       575-VALIDER-MARQ.

           PERFORM 580-VERIFIER-MARQUES.

           IF VAC-SM-NOM = SPACES
               DISPLAY "NOM DE LA MARQUE OBLIGATOIRE"
           ELSE
           IF VAC-MARQUE-EN-DOUBLE = "Y"
               DISPLAY "NOM DEJA PRESENT AU REFERENTIEL: " VAC-SM-NOM
           ELSE
           IF VAC-SM-TYPE-ALIAS
               IF VAC-SM-OFFICIEL = VAC-SM-NOM
                   DISPLAY "UN ALIAS NE PEUT RENVOYER A LUI-MEME"
               ELSE
               IF VAC-MARQUE-OK = "N"
                   DISPLAY "MARQUE OFFICIELLE ABSENTE DU REFERENTIEL: "
                       VAC-SM-OFFICIEL
               ELSE
                   MOVE "Y" TO VAC-LIGNE-VALIDE
                   STRING VAC-SM-NOM      DELIMITED BY SIZE
                          VAC-SM-OFFICIEL DELIMITED BY SIZE
                          INTO VAC-NOUVELLE-LIGNE
                   END-STRING
               END-IF
               END-IF
           ELSE
           IF VAC-SM-FABRICANT = SPACES
               DISPLAY "FABRICANT OBLIGATOIRE"
           ELSE
           IF VAC-SM-DOSES IS NOT NUMERIC OR VAC-SM-DOSES = "0"
               DISPLAY "DOSES HORS BORNES (1 A 9): " VAC-SM-DOSES
           ELSE
           IF NOT VAC-SM-STATUT-VALIDE
               DISPLAY "STATUT INCONNU: " VAC-SM-STATUT
           ELSE
               MOVE "Y" TO VAC-LIGNE-VALIDE
               STRING VAC-SM-NOM       DELIMITED BY SIZE
                      VAC-SM-OFFICIEL  DELIMITED BY SIZE
                      VAC-SM-FABRICANT DELIMITED BY SIZE
                      VAC-SM-DOSES     DELIMITED BY SIZE
                      VAC-SM-STATUT    DELIMITED BY SIZE
                      INTO VAC-NOUVELLE-LIGNE
               END-STRING
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Parcourt les lignes chargees: le nom saisi ne doit pas deja
      * figurer ailleurs (la ligne changee est exclue) et le nom
      * officiel d'un alias doit etre une ligne officielle existante.
       580-VERIFIER-MARQUES.

           MOVE "N" TO VAC-MARQUE-OK.
           MOVE "N" TO VAC-MARQUE-EN-DOUBLE.
           PERFORM 585-COMPARER-UNE-MARQUE
               VARYING VAC-LG-IDX FROM 1 BY 1
               UNTIL VAC-LG-IDX > VAC-LIGNE-COUNT.

       585-COMPARER-UNE-MARQUE.

           SET VAC-LIGNE-COMPAREE TO VAC-LG-IDX.
           IF VAC-LIGNE-COMPAREE NOT = VAC-NO-LIGNE
               AND VAC-LIGNE-IMAGE (VAC-LG-IDX) (1:16) = VAC-SM-NOM
               MOVE "Y" TO VAC-MARQUE-EN-DOUBLE
           END-IF.
           IF VAC-LIGNE-IMAGE (VAC-LG-IDX) (1:16) = VAC-SM-OFFICIEL
               AND VAC-LIGNE-IMAGE (VAC-LG-IDX) (17:16)
                   = VAC-SM-OFFICIEL
               MOVE "Y" TO VAC-MARQUE-OK
           END-IF.

      * Une ligne officielle du referentiel (nom = nom officiel) ne
      * peut etre supprimee, renommee ni changee en alias tant qu'un
      * alias y renvoie: VACMRQ ne pourrait plus le resoudre.
       590-VERIFIER-ALIAS.

           MOVE "N" TO VAC-ALIAS-RATTACHES.
           SET VAC-LG-IDX TO VAC-NO-LIGNE.
           MOVE VAC-LIGNE-IMAGE (VAC-LG-IDX) (1:16) TO VAC-NOM-CIBLE.
           IF VAC-FICHIER-MARQ
               AND VAC-NOM-CIBLE NOT = SPACES
               AND VAC-LIGNE-IMAGE (VAC-LG-IDX) (17:16)
                   = VAC-NOM-CIBLE
               PERFORM 595-CHERCHER-UN-ALIAS
                   VARYING VAC-LG-IDX FROM 1 BY 1
                   UNTIL VAC-LG-IDX > VAC-LIGNE-COUNT
           END-IF.

       595-CHERCHER-UN-ALIAS.

           SET VAC-LIGNE-COMPAREE TO VAC-LG-IDX.
           IF VAC-LIGNE-COMPAREE NOT = VAC-NO-LIGNE
               AND VAC-LIGNE-IMAGE (VAC-LG-IDX) (17:16)
                   = VAC-NOM-CIBLE
               MOVE "Y" TO VAC-ALIAS-RATTACHES
           END-IF.

       700-JOURNALISER-CHANGEMENT.

           ADD 1 TO VAC-CHANGE-COUNT.
