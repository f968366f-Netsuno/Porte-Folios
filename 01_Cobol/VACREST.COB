      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Restauration d'une generation de sauvegarde prise par
      *          VACCHAIN avant la chaine (catalogue VACGEN.DAT, voir
      *          VACGEN). Liste les generations disponibles, fait
      *          choisir et confirmer celle a remettre en place, puis
      *          la restaure d'un bloc: toutes les copies sont d'abord
      *          controlees contre les comptes du catalogue et aucun
      *          fichier vivant n'est touche si une seule est absente
      *          ou incomplete; chaque fichier est ensuite restaure et
      *          recompte. Le resultat est inscrit dans VACLOG.DAT
      *          (ABANDON si un fichier ne revient pas au compte
      *          attendu) et, si tout est revenu, le point de controle
      *          VACCHAIN.CKP est remis a zero pour que la prochaine
      *          chaine reparte de la premiere etape.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACREST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-FILE ASSIGN TO "VACGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-GENFILE-STATUS.

           SELECT CKPT-FILE ASSIGN TO "VACCHAIN.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CKPTFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-FILE.
           COPY "VACGEN.CPY".

       FD CKPT-FILE.
       01 CKPT-REC.
           05 CKPT-ETAPE           PIC 9(2).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-RESTORED-COUNT   PIC 9(4) VALUE 0.
           05 VAC-ENR-COUNT        PIC 9(6) VALUE 0.
           05 VAC-ECART-COUNT      PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-GENFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-CKPTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(16).
           05 VAC-ERR-FILE-STATUS  PIC X(2).

           COPY "VACSAV.CPY".

       01 VAC-GEN-SAISIE           PIC X(4).
       01 VAC-GEN-CHOISIE          PIC 9(4) VALUE 0.
       01 VAC-CONFIRMATION         PIC X(1).
           88 VAC-CONFIRME                VALUE "O".

      * Catalogue complet, une ligne par fichier sauvegarde, et
      * sommaire par generation pour la liste affichee.
       01 VAC-CAT-TABLE.
           05 VAC-CAT-COUNT        PIC 9(4) VALUE 0.
           05 VAC-CAT-ENTRY OCCURS 4900 TIMES INDEXED BY VAC-CT-IDX.
               10 VAC-CAT-GENERATION PIC 9(4).
               10 VAC-CAT-ORIGINE    PIC X(64).
               10 VAC-CAT-COPIE      PIC X(12).
               10 VAC-CAT-TYPE       PIC X(1).
               10 VAC-CAT-PRESENT    PIC X(1).
               10 VAC-CAT-NBR-ENR    PIC 9(8).

       01 VAC-GENS-TABLE.
           05 VAC-GENS-COUNT       PIC 9(3) VALUE 0.
           05 VAC-GENS-ENTRY OCCURS 100 TIMES INDEXED BY VAC-GS-IDX.
               10 VAC-GENS-NUMERO    PIC 9(4).
               10 VAC-GENS-DATE      PIC 9(8).
               10 VAC-GENS-HEURE     PIC 9(6).
               10 VAC-GENS-TRANCHE   PIC 9(2).
               10 VAC-GENS-FICHIERS  PIC 9(2).

       01 VAC-GEN-PRECEDENTE       PIC 9(4) VALUE 0.

       01 VAC-LISTE-HEADING        PIC X(40) VALUE
           "GEN.  DATE      HEURE   TRANCHE FICHIERS".

       01 VAC-LISTE-LINE.
           05 VAC-LISTE-NUMERO     PIC 9(4).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-LISTE-DATE       PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-LISTE-HEURE      PIC 9(6).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 VAC-LISTE-TRANCHE    PIC 9(2).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 VAC-LISTE-FICHIERS   PIC Z9.

       01 VAC-RUN-LOG-INFO.
           05 VAC-LOG-DATE-DEBUT   PIC 9(8) VALUE 0.
           05 VAC-LOG-HEURE-DEBUT  PIC 9(6) VALUE 0.
           05 VAC-LOG-STATUT       PIC X(8) VALUE "TERMINE".

       01 VAC-TIME-WORK.
           05 VAC-TIME-HHMMSS      PIC 9(6).
           05 FILLER               PIC 9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-INIT-RUN-LOG.
           PERFORM 100-CHARGER-CATALOGUE.
           IF VAC-GENS-COUNT = 0
               DISPLAY "AUCUNE GENERATION DE SAUVEGARDE AU CATALOGUE"
               STOP RUN
           END-IF.

           PERFORM 200-AFFICHER-GENERATIONS.
           PERFORM 250-CHOISIR-GENERATION.
           IF VAC-GEN-CHOISIE = 0
               DISPLAY "AUCUNE RESTAURATION - FICHIERS INTACTS"
               STOP RUN
           END-IF.

           PERFORM 270-CONFIRMER.
           IF NOT VAC-CONFIRME
               DISPLAY "RESTAURATION ANNULEE - FICHIERS INTACTS"
               STOP RUN
           END-IF.

           PERFORM 300-CONTROLER-COPIES.
           PERFORM 400-RESTAURER-FICHIERS.
           PERFORM 500-VERIFIER-FICHIERS.
           PERFORM 600-FIN.
           STOP RUN.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       100-CHARGER-CATALOGUE.

           OPEN INPUT GEN-FILE.
           IF VAC-GENFILE-STATUS = "35"
               DISPLAY "VACGEN.DAT ABSENT - AUCUNE SAUVEGARDE PRISE"
           ELSE
               IF VAC-GENFILE-STATUS NOT = "00"
                   MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-GENFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ GEN-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 110-CHARGER-UNE-LIGNE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE GEN-FILE
           END-IF.

       110-CHARGER-UNE-LIGNE.

           IF GEN-GENERATION IS NUMERIC AND GEN-GENERATION > 0
               IF VAC-CAT-COUNT = 4900
                   MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-CAT-COUNT
               SET VAC-CT-IDX TO VAC-CAT-COUNT
               MOVE GEN-GENERATION TO VAC-CAT-GENERATION (VAC-CT-IDX)
               MOVE GEN-ORIGINE TO VAC-CAT-ORIGINE (VAC-CT-IDX)
               MOVE GEN-COPIE TO VAC-CAT-COPIE (VAC-CT-IDX)
               MOVE GEN-TYPE TO VAC-CAT-TYPE (VAC-CT-IDX)
               MOVE GEN-PRESENT TO VAC-CAT-PRESENT (VAC-CT-IDX)
               MOVE GEN-NBR-ENR TO VAC-CAT-NBR-ENR (VAC-CT-IDX)
               IF GEN-GENERATION NOT = VAC-GEN-PRECEDENTE
                   MOVE GEN-GENERATION TO VAC-GEN-PRECEDENTE
                   IF VAC-GENS-COUNT = 100
                       MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                       MOVE "99" TO VAC-ERR-FILE-STATUS
                       PERFORM 900-FILE-ERROR
                   END-IF
                   ADD 1 TO VAC-GENS-COUNT
                   SET VAC-GS-IDX TO VAC-GENS-COUNT
                   MOVE GEN-GENERATION TO VAC-GENS-NUMERO (VAC-GS-IDX)
                   MOVE GEN-DATE TO VAC-GENS-DATE (VAC-GS-IDX)
                   MOVE GEN-HEURE TO VAC-GENS-HEURE (VAC-GS-IDX)
                   MOVE GEN-TRANCHE TO VAC-GENS-TRANCHE (VAC-GS-IDX)
                   MOVE 0 TO VAC-GENS-FICHIERS (VAC-GS-IDX)
               END-IF
               ADD 1 TO VAC-GENS-FICHIERS (VAC-GS-IDX)
           END-IF.

           READ GEN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       200-AFFICHER-GENERATIONS.

           DISPLAY "GENERATIONS DE SAUVEGARDE DISPONIBLES".
           DISPLAY VAC-LISTE-HEADING.
           PERFORM 210-AFFICHER-UNE-GENERATION
               VARYING VAC-GS-IDX FROM 1 BY 1
               UNTIL VAC-GS-IDX > VAC-GENS-COUNT.

       210-AFFICHER-UNE-GENERATION.

           MOVE VAC-GENS-NUMERO (VAC-GS-IDX) TO VAC-LISTE-NUMERO.
           MOVE VAC-GENS-DATE (VAC-GS-IDX) TO VAC-LISTE-DATE.
           MOVE VAC-GENS-HEURE (VAC-GS-IDX) TO VAC-LISTE-HEURE.
           MOVE VAC-GENS-TRANCHE (VAC-GS-IDX) TO VAC-LISTE-TRANCHE.
           MOVE VAC-GENS-FICHIERS (VAC-GS-IDX) TO VAC-LISTE-FICHIERS.
           DISPLAY VAC-LISTE-LINE.

       250-CHOISIR-GENERATION.

           MOVE 0 TO VAC-GEN-CHOISIE.
           DISPLAY "GENERATION A RESTAURER (4 CHIFFRES, 0000 = "
               "AUCUNE): " WITH NO ADVANCING.
           ACCEPT VAC-GEN-SAISIE.
           IF VAC-GEN-SAISIE IS NOT NUMERIC
               DISPLAY "NUMERO NON NUMERIQUE: " VAC-GEN-SAISIE
           ELSE
               MOVE VAC-GEN-SAISIE TO VAC-GEN-CHOISIE
               IF VAC-GEN-CHOISIE > 0
                   SET VAC-GS-IDX TO 1
                   SEARCH VAC-GENS-ENTRY
                       AT END
                           PERFORM 260-GENERATION-INCONNUE
                       WHEN VAC-GS-IDX > VAC-GENS-COUNT
                           PERFORM 260-GENERATION-INCONNUE
                       WHEN VAC-GENS-NUMERO (VAC-GS-IDX)
                           = VAC-GEN-CHOISIE
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       260-GENERATION-INCONNUE.

           DISPLAY "GENERATION ABSENTE DU CATALOGUE: " VAC-GEN-CHOISIE.
           MOVE 0 TO VAC-GEN-CHOISIE.

       270-CONFIRMER.

           DISPLAY "FICHIERS DE LA GENERATION " VAC-GEN-CHOISIE ":".
           PERFORM 280-AFFICHER-UN-FICHIER
               VARYING VAC-CT-IDX FROM 1 BY 1
               UNTIL VAC-CT-IDX > VAC-CAT-COUNT.
           DISPLAY "LES FICHIERS VIVANTS SERONT REMPLACES.".
           DISPLAY "CONFIRMER LA RESTAURATION (O/N): "
               WITH NO ADVANCING.
           ACCEPT VAC-CONFIRMATION.

       280-AFFICHER-UN-FICHIER.

           IF VAC-CAT-GENERATION (VAC-CT-IDX) = VAC-GEN-CHOISIE
               IF VAC-CAT-PRESENT (VAC-CT-IDX) = "O"
                   DISPLAY "  " VAC-CAT-COPIE (VAC-CT-IDX) " -> "
                       VAC-CAT-ORIGINE (VAC-CT-IDX) (1:20)
                       " ENR: " VAC-CAT-NBR-ENR (VAC-CT-IDX)
               ELSE
                   DISPLAY "  " VAC-CAT-COPIE (VAC-CT-IDX) " -> "
                       VAC-CAT-ORIGINE (VAC-CT-IDX) (1:20)
                       " ABSENT A LA PRISE (REMIS A VIDE)"
               END-IF
           END-IF.

      * Controle prealable de toutes les copies: une seule copie
      * absente ou qui n'a pas le compte du catalogue arrete tout
      * avant qu'un fichier vivant ne soit remplace.
       300-CONTROLER-COPIES.

           PERFORM 310-CONTROLER-UNE-COPIE
               VARYING VAC-CT-IDX FROM 1 BY 1
               UNTIL VAC-CT-IDX > VAC-CAT-COUNT.
           IF VAC-ECART-COUNT > 0
               DISPLAY "*** COPIES INCOMPLETES: " VAC-ECART-COUNT
                   " - AUCUN FICHIER N'A ETE MODIFIE ***"
               MOVE "ABANDON" TO VAC-LOG-STATUT
               PERFORM 850-WRITE-RUN-LOG
               STOP RUN
           END-IF.

       310-CONTROLER-UNE-COPIE.

           IF VAC-CAT-GENERATION (VAC-CT-IDX) = VAC-GEN-CHOISIE
               PERFORM 320-PREPARER-APPEL
               MOVE "V" TO VACSAV-FONCTION
               CALL "VACSAV" USING VACSAV-AREA
               IF VACSAV-ERREUR
                   MOVE VACSAV-FICHIER-ERR TO VAC-ERR-FILE-NAME
                   MOVE VACSAV-STATUT-FICHIER TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               IF VAC-CAT-PRESENT (VAC-CT-IDX) = "O"
                   AND VACSAV-ABSENT
                   DISPLAY "COPIE ABSENTE: " VACSAV-COPIE
                   PERFORM 330-NOTER-ECART
               ELSE
                   IF VACSAV-NBR-ENR NOT = VAC-CAT-NBR-ENR (VAC-CT-IDX)
                       DISPLAY "COPIE INCOMPLETE: " VACSAV-COPIE
                           " ENR: " VACSAV-NBR-ENR
                           " ATTENDUS: " VAC-CAT-NBR-ENR (VAC-CT-IDX)
                       PERFORM 330-NOTER-ECART
                   END-IF
               END-IF
           END-IF.

       320-PREPARER-APPEL.

           MOVE VAC-CAT-ORIGINE (VAC-CT-IDX) TO VACSAV-ORIGINE.
           MOVE VAC-CAT-COPIE (VAC-CT-IDX) TO VACSAV-COPIE.
           MOVE VAC-CAT-TYPE (VAC-CT-IDX) TO VACSAV-TYPE.

       330-NOTER-ECART.

           ADD 1 TO VAC-ECART-COUNT.
           IF VAC-ECART-COUNT = 1
               MOVE VAC-CAT-COPIE (VAC-CT-IDX) TO VAC-ERR-FILE-NAME
               MOVE "EC" TO VAC-ERR-FILE-STATUS
           END-IF.

       400-RESTAURER-FICHIERS.

           PERFORM 410-RESTAURER-UN-FICHIER
               VARYING VAC-CT-IDX FROM 1 BY 1
               UNTIL VAC-CT-IDX > VAC-CAT-COUNT.

       410-RESTAURER-UN-FICHIER.

           IF VAC-CAT-GENERATION (VAC-CT-IDX) = VAC-GEN-CHOISIE
               PERFORM 320-PREPARER-APPEL
               MOVE "R" TO VACSAV-FONCTION
               CALL "VACSAV" USING VACSAV-AREA
               IF VACSAV-ERREUR
                   DISPLAY "*** RESTAURATION INTERROMPUE - LES FICHIERS"
                       " SONT A RESTAURER DE NOUVEAU ***"
                   MOVE VACSAV-FICHIER-ERR TO VAC-ERR-FILE-NAME
                   MOVE VACSAV-STATUT-FICHIER TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-RESTORED-COUNT
               ADD VACSAV-NBR-ENR TO VAC-ENR-COUNT
           END-IF.

      * Chaque fichier vivant est recompte apres restauration; un
      * fichier absent a la prise doit revenir vide.
       500-VERIFIER-FICHIERS.

           PERFORM 510-VERIFIER-UN-FICHIER
               VARYING VAC-CT-IDX FROM 1 BY 1
               UNTIL VAC-CT-IDX > VAC-CAT-COUNT.

       510-VERIFIER-UN-FICHIER.

           IF VAC-CAT-GENERATION (VAC-CT-IDX) = VAC-GEN-CHOISIE
               PERFORM 320-PREPARER-APPEL
               MOVE "C" TO VACSAV-FONCTION
               CALL "VACSAV" USING VACSAV-AREA
               IF VACSAV-ERREUR
                   MOVE VACSAV-FICHIER-ERR TO VAC-ERR-FILE-NAME
                   MOVE VACSAV-STATUT-FICHIER TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               IF VACSAV-NBR-ENR = VAC-CAT-NBR-ENR (VAC-CT-IDX)
                   AND NOT VACSAV-ABSENT
                   DISPLAY "RESTAURE: " VAC-CAT-ORIGINE (VAC-CT-IDX)
                       (1:20) " ENR: " VACSAV-NBR-ENR
               ELSE
                   DISPLAY "ECART   : " VAC-CAT-ORIGINE (VAC-CT-IDX)
                       (1:20) " ENR: " VACSAV-NBR-ENR
                       " ATTENDUS: " VAC-CAT-NBR-ENR (VAC-CT-IDX)
                   ADD 1 TO VAC-ECART-COUNT
                   IF VAC-ECART-COUNT = 1
                       MOVE VAC-CAT-ORIGINE (VAC-CT-IDX)
                           TO VAC-ERR-FILE-NAME
                       MOVE "EC" TO VAC-ERR-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       600-FIN.

           IF VAC-ECART-COUNT = 0
               PERFORM 610-EFFACER-CHECKPOINT
               DISPLAY "GENERATION " VAC-GEN-CHOISIE
                   " RESTAUREE - FICHIERS: " VAC-RESTORED-COUNT
               DISPLAY "LA PROCHAINE CHAINE REPARTIRA DE LA PREMIERE "
                   "ETAPE."
           ELSE
               DISPLAY "*** RESTAURATION INCOMPLETE - FICHIERS EN "
                   "ECART: " VAC-ECART-COUNT " ***"
               MOVE "ABANDON" TO VAC-LOG-STATUT
           END-IF.
           PERFORM 850-WRITE-RUN-LOG.

       610-EFFACER-CHECKPOINT.

           OPEN OUTPUT CKPT-FILE.
           IF VAC-CKPTFILE-STATUS NOT = "00"
               MOVE "VACCHAIN.CKP" TO VAC-ERR-FILE-NAME
               MOVE VAC-CKPTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           MOVE 0 TO CKPT-ETAPE.
           WRITE CKPT-REC.
           CLOSE CKPT-FILE.

      * Le journal est ecrit apres la restauration: l'entree s'ajoute
      * au VACLOG.DAT remis en place.
       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACREST" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE VAC-RESTORED-COUNT TO LOG-NBR-LUS
               MOVE VAC-ENR-COUNT TO LOG-NBR-ECRITS
               MOVE VAC-ECART-COUNT TO LOG-NBR-ERREURS
               MOVE 0 TO LOG-NBR-MALFORMES
               MOVE VAC-LOG-STATUT TO LOG-STATUT
               IF LOG-EXEC-ABANDONNEE
                   MOVE VAC-ERR-FILE-NAME TO LOG-FICHIER-ERR
                   MOVE VAC-ERR-FILE-STATUS TO LOG-STATUT-FICHIER
               ELSE
                   MOVE SPACES TO LOG-FICHIER-ERR
                   MOVE SPACES TO LOG-STATUT-FICHIER
               END-IF
               WRITE LOG-INFO
               CLOSE LOG-FILE
           END-IF.

       900-FILE-ERROR.

           DISPLAY "*** ERREUR FICHIER - ARRET DU TRAITEMENT ***".
           DISPLAY "FICHIER    : " VAC-ERR-FILE-NAME.
           DISPLAY "STATUT     : " VAC-ERR-FILE-STATUS.
           DISPLAY "FICHIERS RESTAURES A L'ARRET: " VAC-RESTORED-COUNT.
           MOVE "ABANDON" TO VAC-LOG-STATUT.
           PERFORM 850-WRITE-RUN-LOG.
           STOP RUN.

       END PROGRAM VACREST.
