      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Ecran d'approbation des mouvements du maitre retenus
      *          par VACUPD dans VACATTN.DAT (suppressions, baisses
      *          d'un compteur cumulatif et variations au dela de
      *          SEUIL-APPROBATION pour cent), dans le style ecran de
      *          VACLOOK. Le superviseur s'identifie par ses initiales
      *          puis, pour chaque mouvement en attente, voit les
      *          valeurs courantes du maitre VACIDX.DAT a cote des
      *          valeurs proposees et approuve, rejette ou passe le
      *          mouvement. Un superviseur ne peut decider d'un
      *          mouvement qu'il a lui-meme saisi. Les decisions
      *          (initiales et date) sont ecrites dans VACATTN.DAT et
      *          prises en compte par VACUPD au passage suivant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO "VACIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLE
               ALTERNATE RECORD KEY IS REGION-CODE OF IDX-VACCIN-REC
                   WITH DUPLICATES
               FILE STATUS IS VAC-IDXFILE-STATUS.

           SELECT ATT-FILE ASSIGN TO "VACATTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ATTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
           COPY "VACREC.CPY"
               REPLACING ==IN-INFO== BY ==IDX-VACCIN-REC==
                         ==IN-CLE==  BY ==IDX-CLE==.

       FD ATT-FILE.
       01 ATT-REC                  PIC X(77).

       WORKING-STORAGE SECTION.

           COPY "VACATTN.CPY".

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-FIN-DEMANDEE     PIC X(1) VALUE "N".
           05 VAC-MAITRE-TROUVE    PIC X(1) VALUE "N".

       01 COUNTERS.
           05 VAC-ATTENTE-COUNT    PIC 9(3) VALUE 0.
           05 VAC-APPROUVE-COUNT   PIC 9(3) VALUE 0.
           05 VAC-REJETE-COUNT     PIC 9(3) VALUE 0.
           05 VAC-NO-MOUVEMENT     PIC 9(3) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-IDXFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-ATTFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-INITIALES            PIC X(3).

       01 VAC-DATE-DECISION        PIC 9(8) VALUE 0.

       01 VAC-DECISION-CHOISIE     PIC X(1).
           88 VAC-DECISION-APPROUVER      VALUE "A".
           88 VAC-DECISION-REJETER        VALUE "R".
           88 VAC-DECISION-PASSER         VALUE "P".
           88 VAC-DECISION-QUITTER        VALUE "Q".

       01 VAC-ATT-TABLE.
           05 VAC-ATT-COUNT        PIC 9(3) VALUE 0.
           05 VAC-ATT-ENTRY OCCURS 200 TIMES INDEXED BY VAC-ATT-IDX.
               10 VAC-ATT-IMAGE      PIC X(77).

       01 VAC-ECR-TITRE-LINE.
           05 FILLER               PIC X(22) VALUE
               "COMPTEUR".
           05 FILLER               PIC X(30) VALUE
               "    ACTUEL   PROPOSE     ECART".

       01 VAC-ECR-COMPTEUR-LINE.
           05 VAC-ECR-LIBELLE      PIC X(22).
           05 VAC-ECR-ACTUEL       PIC ZZZZZZZZZ9.
           05 VAC-ECR-PROPOSE      PIC ZZZZZZZZZ9.
           05 VAC-ECR-ECART        PIC -ZZZZZZZZ9.

       01 VAC-ECR-ANCIEN           PIC 9(8) VALUE 0.
       01 VAC-ECR-NOUVEAU          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.

           PERFORM 100-DEMANDER-INITIALES.
           ACCEPT VAC-DATE-DECISION FROM DATE YYYYMMDD.

           OPEN INPUT IDX-FILE.
           IF VAC-IDXFILE-STATUS NOT = "00"
               DISPLAY "*** VACIDX.DAT INDISPONIBLE - STATUT: "
                   VAC-IDXFILE-STATUS
               DISPLAY "EXECUTER VACBLD POUR CONSTRUIRE LE FICHIER."
               STOP RUN
           END-IF.

           PERFORM 150-CHARGER-ATTENTE.

           IF VAC-ATTENTE-COUNT = 0
               DISPLAY "AUCUN MOUVEMENT EN ATTENTE D'APPROBATION"
           ELSE
               DISPLAY "MOUVEMENTS EN ATTENTE D'APPROBATION: "
                   VAC-ATTENTE-COUNT
               PERFORM 200-EXAMINER-UN-MOUVEMENT
                   VARYING VAC-ATT-IDX FROM 1 BY 1
                   UNTIL VAC-ATT-IDX > VAC-ATT-COUNT
                       OR VAC-FIN-DEMANDEE = "Y"
           END-IF.

           CLOSE IDX-FILE.

           IF VAC-APPROUVE-COUNT > 0 OR VAC-REJETE-COUNT > 0
               PERFORM 300-REECRIRE-ATTENTE
               DISPLAY "DECISIONS ENREGISTREES - APPROUVES: "
                   VAC-APPROUVE-COUNT " REJETES: " VAC-REJETE-COUNT
               DISPLAY "APPLIQUEES AU PROCHAIN PASSAGE DE VACUPD"
           ELSE
               DISPLAY "AUCUNE DECISION - FICHIER INTACT"
           END-IF.
           STOP RUN.

       100-DEMANDER-INITIALES.

           DISPLAY "VOS INITIALES DE SUPERVISEUR (3 LETTRES): "
               WITH NO ADVANCING.
           ACCEPT VAC-INITIALES.
           IF VAC-INITIALES = SPACES
               DISPLAY "INITIALES OBLIGATOIRES POUR L'APPROBATION"
               STOP RUN
           END-IF.

       150-CHARGER-ATTENTE.

           OPEN INPUT ATT-FILE.
           IF VAC-ATTFILE-STATUS = "35"
               MOVE "Y" TO EOF-SWITCH
           ELSE
               IF VAC-ATTFILE-STATUS NOT = "00"
                   DISPLAY "*** VACATTN.DAT INDISPONIBLE - STATUT: "
                       VAC-ATTFILE-STATUS
                   STOP RUN
               END-IF
               READ ATT-FILE INTO ATT-INFO
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 160-CHARGER-UN-MOUVEMENT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ATT-FILE
           END-IF.

       160-CHARGER-UN-MOUVEMENT.

           IF VAC-ATT-COUNT = 200
               DISPLAY "TROP DE MOUVEMENTS EN ATTENTE POUR L'ECRAN"
               STOP RUN
           END-IF.
           ADD 1 TO VAC-ATT-COUNT.
           SET VAC-ATT-IDX TO VAC-ATT-COUNT.
           MOVE ATT-INFO TO VAC-ATT-IMAGE (VAC-ATT-IDX).
           IF ATT-EN-ATTENTE
               ADD 1 TO VAC-ATTENTE-COUNT
           END-IF.

           READ ATT-FILE INTO ATT-INFO
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       200-EXAMINER-UN-MOUVEMENT.

      * Les mouvements deja decides attendent le passage de VACUPD et
      * ne sont pas representes.
           MOVE VAC-ATT-IMAGE (VAC-ATT-IDX) TO ATT-INFO.
           IF ATT-EN-ATTENTE
               ADD 1 TO VAC-NO-MOUVEMENT
               PERFORM 210-AFFICHER-MOUVEMENT
               IF ATT-SAISI-PAR = VAC-INITIALES
                   DISPLAY "SAISI PAR VOUS - A FAIRE APPROUVER PAR UN "
                       "AUTRE SUPERVISEUR"
               ELSE
                   PERFORM 250-DEMANDER-DECISION
               END-IF
           END-IF.

       210-AFFICHER-MOUVEMENT.

           DISPLAY " ".
           DISPLAY "MOUVEMENT " VAC-NO-MOUVEMENT " DE "
               VAC-ATTENTE-COUNT.
           IF ATT-CODE-MVT = "D"
               DISPLAY "CODE MOUVEMENT       : D (SUPPRESSION)"
           ELSE
               DISPLAY "CODE MOUVEMENT       : R (REMPLACEMENT)"
           END-IF.
           DISPLAY "NOM DU VACCIN        : " ATT-NOM-VACCIN.
           DISPLAY "REGION               : " ATT-REGION-CODE.
           DISPLAY "SAISI PAR            : " ATT-SAISI-PAR
               " LE " ATT-DATE-SAISIE.
           IF ATT-MOTIF-SUPPRESSION
               DISPLAY "MOTIF DE RETENUE     : SUPPRESSION D'UNE RANGEE"
           ELSE
               IF ATT-MOTIF-BAISSE
                   DISPLAY "MOTIF DE RETENUE     : BAISSE D'UN "
                       "COMPTEUR CUMULATIF"
               ELSE
                   DISPLAY "MOTIF DE RETENUE     : VARIATION AU DELA "
                       "DU SEUIL"
               END-IF
           END-IF.

           MOVE ATT-NOM-VACCIN  TO NOM-VACCIN OF IDX-VACCIN-REC.
           MOVE ATT-REGION-CODE TO REGION-CODE OF IDX-VACCIN-REC.
           READ IDX-FILE
               KEY IS IDX-CLE
               INVALID KEY
                   MOVE "N" TO VAC-MAITRE-TROUVE
               NOT INVALID KEY
                   MOVE "Y" TO VAC-MAITRE-TROUVE
           END-READ.

           IF VAC-MAITRE-TROUVE = "N"
               DISPLAY "RANGEE ABSENTE DU MAITRE - LE MOUVEMENT SERA "
                   "REJETE PAR VACUPD"
           ELSE
               DISPLAY " "
               DISPLAY VAC-ECR-TITRE-LINE
               PERFORM 220-AFFICHER-COMPTEURS
               IF ATT-CODE-MVT = "D"
                   DISPLAY "PROPOSE: SUPPRESSION DE LA RANGEE DU MAITRE"
               END-IF
           END-IF.

       220-AFFICHER-COMPTEURS.

           MOVE "TOTAL DOSES" TO VAC-ECR-LIBELLE.
           MOVE NBR-AMUNE OF IDX-VACCIN-REC TO VAC-ECR-ANCIEN.
           MOVE ATT-NBR-AMUNE TO VAC-ECR-NOUVEAU.
           PERFORM 230-AFFICHER-UN-COMPTEUR.
           MOVE "NOMBRE 1RE DOSE" TO VAC-ECR-LIBELLE.
           MOVE NBR-ANE OF IDX-VACCIN-REC TO VAC-ECR-ANCIEN.
           MOVE ATT-NBR-ANE TO VAC-ECR-NOUVEAU.
           PERFORM 230-AFFICHER-UN-COMPTEUR.
           MOVE "NOMBRE 2E DOSE" TO VAC-ECR-LIBELLE.
           MOVE NBR-COM OF IDX-VACCIN-REC TO VAC-ECR-ANCIEN.
           MOVE ATT-NBR-COM TO VAC-ECR-NOUVEAU.
           PERFORM 230-AFFICHER-UN-COMPTEUR.
           MOVE "NOMBRE 3E DOSE (RAPPEL)" TO VAC-ECR-LIBELLE.
           MOVE NBR-TROIS OF IDX-VACCIN-REC TO VAC-ECR-ANCIEN.
           MOVE ATT-NBR-TROIS TO VAC-ECR-NOUVEAU.
           PERFORM 230-AFFICHER-UN-COMPTEUR.

       230-AFFICHER-UN-COMPTEUR.

      * Une suppression n'a pas de valeurs proposees: seules les
      * valeurs courantes sont montrees.
           MOVE VAC-ECR-ANCIEN TO VAC-ECR-ACTUEL.
           IF ATT-CODE-MVT = "D"
               MOVE 0 TO VAC-ECR-PROPOSE
               MOVE 0 TO VAC-ECR-ECART
               DISPLAY VAC-ECR-LIBELLE VAC-ECR-ACTUEL
           ELSE
               MOVE VAC-ECR-NOUVEAU TO VAC-ECR-PROPOSE
               COMPUTE VAC-ECR-ECART = VAC-ECR-NOUVEAU - VAC-ECR-ANCIEN
               DISPLAY VAC-ECR-COMPTEUR-LINE
           END-IF.

       250-DEMANDER-DECISION.

           DISPLAY "DECISION (A=APPROUVER, R=REJETER, P=PASSER, "
               "Q=QUITTER): " WITH NO ADVANCING.
           ACCEPT VAC-DECISION-CHOISIE.

           IF VAC-DECISION-QUITTER
               MOVE "Y" TO VAC-FIN-DEMANDEE
           ELSE
               IF VAC-DECISION-APPROUVER OR VAC-DECISION-REJETER
                   MOVE VAC-DECISION-CHOISIE TO ATT-DECISION
                   MOVE VAC-INITIALES TO ATT-APPROUVE-PAR
                   MOVE VAC-DATE-DECISION TO ATT-DATE-DECISION
                   MOVE ATT-INFO TO VAC-ATT-IMAGE (VAC-ATT-IDX)
                   IF VAC-DECISION-APPROUVER
                       ADD 1 TO VAC-APPROUVE-COUNT
                       DISPLAY "MOUVEMENT APPROUVE"
                   ELSE
                       ADD 1 TO VAC-REJETE-COUNT
                       DISPLAY "MOUVEMENT REJETE"
                   END-IF
               ELSE
                   IF VAC-DECISION-PASSER
                       DISPLAY "MOUVEMENT LAISSE EN ATTENTE"
                   ELSE
                       DISPLAY "DECISION INCONNUE - MOUVEMENT LAISSE "
                           "EN ATTENTE: " VAC-DECISION-CHOISIE
                   END-IF
               END-IF
           END-IF.

       300-REECRIRE-ATTENTE.

           OPEN OUTPUT ATT-FILE.
           IF VAC-ATTFILE-STATUS NOT = "00"
               DISPLAY "*** REECRITURE IMPOSSIBLE - STATUT: "
                   VAC-ATTFILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 310-REECRIRE-UN-MOUVEMENT
               VARYING VAC-ATT-IDX FROM 1 BY 1
               UNTIL VAC-ATT-IDX > VAC-ATT-COUNT.

           CLOSE ATT-FILE.

       310-REECRIRE-UN-MOUVEMENT.

           MOVE VAC-ATT-IMAGE (VAC-ATT-IDX) TO ATT-INFO.
           WRITE ATT-REC FROM ATT-INFO.
           IF VAC-ATTFILE-STATUS NOT = "00"
               DISPLAY "*** ERREUR D'ECRITURE - STATUT: "
                   VAC-ATTFILE-STATUS
               STOP RUN
           END-IF.

       END PROGRAM VACAPPR.
