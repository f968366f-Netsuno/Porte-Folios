      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Plan d'allocation d'une livraison annoncee. Pour la
      *          marque et la quantite annoncees (saisies a la
      *          console), repartit les doses entre les regions du
      *          fichier de reference VACPOP.TXT selon trois
      *          elements: le stock en main de la marque (VACINV.DAT,
      *          voir VACSTK) diminue de la perte prevue des lots qui
      *          expirent dans l'horizon HORIZON-EXPIRATION
      *          (imputation premier-expire-premier-sorti et lots
      *          rappeles exclus, comme VACEXP), le rythme
      *          hebdomadaire de la region (ecart entre les deux
      *          derniers passages de l'historique VACHIST.DAT, comme
      *          VACSTK) et les doses qui restent a donner a la
      *          population admissible (VACPOP.TXT et Vaccin.txt).
      *          L'annonce est repartie pour que chaque region
      *          atteigne le meme nombre de semaines de stock, sans
      *          depasser ses doses restantes, et bornee par les parts
      *          PART-MIN-REGION et PART-MAX-REGION (voir VACPRM).
      *          VACALLOC.RPT donne le raisonnement region par region.
      *          Les rangees planifiees sont ajoutees a VACSHIP.TXT,
      *          marquees *PREVU* (un nouveau passage pour la meme
      *          marque et la meme date remplace les rangees *PREVU*
      *          du plan precedent); a l'arrivee des camions,
      *          l'approvisionnement confirme chaque rangee dans
      *          VACMAINT (changement d'une ligne de VACSHIP.TXT: lot
      *          et expiration seulement).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACALLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POP-FILE ASSIGN TO "VACPOP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-POPFILE-STATUS.

           SELECT IN-FILE ASSIGN USING VAC-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-INFILE-STATUS.

           SELECT HIST-FILE ASSIGN USING VAC-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-HISTFILE-STATUS.

           SELECT INV-FILE ASSIGN TO "VACINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-INVFILE-STATUS.

           SELECT SHIP-FILE ASSIGN TO "VACSHIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-SHIPFILE-STATUS.

           SELECT RETR-FILE ASSIGN TO "VACRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RETRFILE-STATUS.

           SELECT ALC-FILE ASSIGN TO "VACALLOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ALCFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POP-FILE.
           COPY "VACPOP.CPY".

       FD IN-FILE.
           COPY "VACREC.CPY".
       01 IN-FEED-REC              PIC X(100).

       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD INV-FILE.
           COPY "VACINV.CPY".

       FD SHIP-FILE.
           COPY "VACSHIP.CPY".

       FD RETR-FILE.
           COPY "VACRETR.CPY".

       FD ALC-FILE.
       01 ALC-REC                  PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-INV-ABSENT       PIC X(1) VALUE "N".
           05 VAC-RETR-ABSENT      PIC X(1) VALUE "N".
           05 VAC-REPASSE          PIC X(1) VALUE "N".
           05 VAC-PART-MIN-REDUITE PIC X(1) VALUE "N".
           05 VAC-MODE-REPARTITION PIC X(1) VALUE "S".
               88 VAC-PAR-SEMAINES        VALUE "S".
               88 VAC-PAR-POPULATION      VALUE "P".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(6) VALUE 0.
           05 VAC-PREVU-COUNT      PIC 9(3) VALUE 0.
           05 VAC-REMPLACE-COUNT   PIC 9(3) VALUE 0.
           05 VAC-LIBRE-COUNT      PIC 9(3) VALUE 0.
           05 VAC-NO-PASSE         PIC 9(3) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-POPFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INVFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-SHIPFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RETRFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-ALCFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(16).
           05 VAC-ERR-FILE-STATUS  PIC X(2).

       01 VAC-ANNONCE.
           05 VAC-MARQUE-SAISIE    PIC X(16).
           05 VAC-QTE-SAISIE       PIC X(8).
           05 VAC-DATE-SAISIE      PIC X(8).
           05 VAC-MARQUE           PIC X(16).
           05 VAC-QTE-ANNONCEE     PIC 9(8) VALUE 0.
           05 VAC-DATE-PREVUE      PIC 9(8) VALUE 0.
           05 VAC-DOSES-SERIE      PIC 9(1) VALUE 1.

       01 VAC-RUN-DATE             PIC 9(8) VALUE 0.

       01 VAC-HORIZON-INFO.
           05 VAC-HORIZON-JOURS    PIC 9(3) VALUE 30.
           05 VAC-HORIZON-DATE     PIC 9(8) VALUE 0.
           05 VAC-JOURS-WORK       PIC S9(9) VALUE 0.
           05 VAC-JOURS-RESTANTS   PIC S9(9) VALUE 0.

       01 VAC-PARTS.
           05 VAC-PART-MIN         PIC 9(3) VALUE 0.
           05 VAC-PART-MAX         PIC 9(3) VALUE 100.
           05 VAC-PLANCHER         PIC 9(8) VALUE 0.
           05 VAC-PLAFOND-PART     PIC 9(8) VALUE 0.

       01 VAC-RGN-TABLE.
           05 VAC-RGN-COUNT        PIC 9(3) VALUE 0.
           05 VAC-RGN-ENTRY OCCURS 20 TIMES INDEXED BY VAC-RGN-IDX.
               10 VAC-RGN-CODE       PIC X(4).
               10 VAC-RGN-POP        PIC 9(10).
               10 VAC-RGN-ANE        PIC 9(10).
               10 VAC-RGN-COM        PIC 9(10).
               10 VAC-RGN-TROIS      PIC 9(10).
               10 VAC-RGN-ADMIN      PIC 9(10).
               10 VAC-RGN-L-DATE     PIC 9(8).
               10 VAC-RGN-L-AMUNE    PIC 9(10).
               10 VAC-RGN-P-DATE     PIC 9(8).
               10 VAC-RGN-P-AMUNE    PIC 9(10).
               10 VAC-RGN-STOCK      PIC S9(10).
               10 VAC-RGN-RYTHME     PIC 9(10).
               10 VAC-RGN-PERTE      PIC 9(10).
               10 VAC-RGN-UTILE      PIC 9(10).
               10 VAC-RGN-A-VACCINER PIC 9(10).
               10 VAC-RGN-RESTANTES  PIC 9(10).
               10 VAC-RGN-PLAFOND    PIC 9(10).
               10 VAC-RGN-BESOIN     PIC 9(10).
               10 VAC-RGN-CALCUL     PIC S9(11)V99.
               10 VAC-RGN-ALLOC      PIC 9(10).
               10 VAC-RGN-ETAT       PIC X(1).
                   88 VAC-RGN-LIBRE          VALUE "L".
                   88 VAC-RGN-AU-PLANCHER    VALUE "P".
                   88 VAC-RGN-AU-PLAFOND     VALUE "C".
                   88 VAC-RGN-RELIQUAT       VALUE "R".
                   88 VAC-RGN-REDUITE        VALUE "X".

      * Image de VACSHIP.TXT, reecrit avec les rangees planifiees; les
      * rangees *PREVU* d'un plan precedent pour la meme marque et la
      * meme date n'y sont pas reprises.
       01 VAC-SHL-TABLE.
           05 VAC-SHL-COUNT        PIC 9(4) VALUE 0.
           05 VAC-SHL-ENTRY OCCURS 2000 TIMES INDEXED BY VAC-SHL-IDX.
               10 VAC-SHL-IMAGE      PIC X(54).

       01 VAC-LOT-TABLE.
           05 VAC-LOT-COUNT        PIC 9(3) VALUE 0.
           05 VAC-LOT-ENTRY OCCURS 200 TIMES INDEXED BY VAC-LOT-IDX.
               10 VAC-LOT-REGION     PIC X(4).
               10 VAC-LOT-NO         PIC X(10).
               10 VAC-LOT-RECU       PIC 9(8).
               10 VAC-LOT-EXPIR      PIC 9(8).
               10 VAC-LOT-RESTE      PIC 9(8).
               10 VAC-LOT-TRAITE     PIC X(1).
                   88 VAC-LOT-RAPPELE      VALUE "R".

       01 VAC-FEFO-WORK.
           05 VAC-ADM-RESTANT      PIC S9(10) VALUE 0.
           05 VAC-BEST-LOT         PIC 9(3) VALUE 0.
           05 VAC-BEST-EXPIR       PIC 9(8) VALUE 0.
           05 VAC-SCAN-CTR         PIC 9(3) VALUE 0.
           05 VAC-CONSOMME         PIC 9(8) VALUE 0.

       01 VAC-EVAL-WORK.
           05 VAC-DEMANDE-ECHEANCE PIC S9(10) VALUE 0.
           05 VAC-PERTE-PREVUE     PIC S9(10) VALUE 0.
           05 VAC-DOSES-CAMPAGNE   PIC 9(11) VALUE 0.
           05 VAC-STOCK-POSITIF    PIC 9(10) VALUE 0.

       01 VAC-REPARTITION-WORK.
           05 VAC-RESTE-A-REPARTIR PIC S9(10) VALUE 0.
           05 VAC-SOM-RYTHME       PIC 9(11) VALUE 0.
           05 VAC-SOM-UTILE        PIC 9(11) VALUE 0.
           05 VAC-SOM-A-VACCINER   PIC 9(11) VALUE 0.
           05 VAC-SEM-VISEES       PIC S9(9)V9(4) VALUE 0.
           05 VAC-TOTAL-ALLOUE     PIC 9(10) VALUE 0.
           05 VAC-RELIQUAT         PIC S9(10) VALUE 0.
           05 VAC-NON-ALLOUE       PIC 9(10) VALUE 0.
           05 VAC-CANDIDAT         PIC 9(3) VALUE 0.
           05 VAC-CLE-CANDIDAT     PIC S9(12) VALUE 0.
           05 VAC-CLE-WORK         PIC S9(12) VALUE 0.
           05 VAC-AJUSTEMENT       PIC 9(10) VALUE 0.

       01 VAC-SEMAINES-WORK.
           05 VAC-SEMAINES         PIC 9(7)V9 VALUE 0.
           05 VAC-SEMAINES-EDIT    PIC ZZZ9.9.
           05 VAC-PART-PCT         PIC 999V9 VALUE 0.

       01 VAC-ALC-TITLE-LINE.
           05 FILLER               PIC X(20) VALUE
               "PLAN D'ALLOCATION - ".
           05 VAC-ALC-TITLE-MARQUE PIC X(16).

       01 VAC-ALC-ANNONCE-LINE.
           05 FILLER               PIC X(20) VALUE
               "QUANTITE ANNONCEE: ".
           05 VAC-ALC-ANN-QTE      PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(18) VALUE
               " DOSES, PREVUE LE ".
           05 VAC-ALC-ANN-DATE     PIC 9(8).
           05 FILLER               PIC X(10) VALUE
               "  PLAN DU ".
           05 VAC-ALC-ANN-PLAN     PIC 9(8).

       01 VAC-ALC-PARTS-LINE.
           05 FILLER               PIC X(21) VALUE
               "PART PAR REGION: MIN ".
           05 VAC-ALC-PRT-MIN      PIC ZZ9.
           05 FILLER               PIC X(07) VALUE
               "%  MAX ".
           05 VAC-ALC-PRT-MAX      PIC ZZ9.
           05 FILLER               PIC X(26) VALUE
               "%   HORIZON D'EXPIRATION: ".
           05 VAC-ALC-PRT-HORIZON  PIC ZZ9.
           05 FILLER               PIC X(06) VALUE " JOURS".

       01 VAC-SIT-HEADING-LINE.
           05 FILLER               PIC X(41) VALUE
               "RGN         STOCK PERTE PREV.  UTILISABLE".
           05 FILLER               PIC X(33) VALUE
               " RYTHME/SEM.  SEM.STK  A VACCINER".

       01 VAC-SIT-DETAIL-LINE.
           05 VAC-SIT-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-SIT-LINE-STOCK   PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-SIT-LINE-PERTE   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-SIT-LINE-UTILE   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-SIT-LINE-RYTHME  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-SIT-LINE-SEM     PIC X(6).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-SIT-LINE-AVAC    PIC ZZZ,ZZZ,ZZ9.

       01 VAC-REP-HEADING-LINE.
           05 FILLER               PIC X(41) VALUE
               "RGN       BESOIN   RESTANTES  ALLOCATION".
           05 FILLER               PIC X(19) VALUE
               "  PART SEM.AP MOTIF".

       01 VAC-REP-DETAIL-LINE.
           05 VAC-REP-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-BESOIN  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-REST    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-ALLOC   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-PART    PIC ZZ9.9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-SEM     PIC X(6).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-REP-LINE-MOTIF   PIC X(24).

       01 VAC-ALC-TOTAL-LINE.
           05 VAC-ALC-TOT-LABEL    PIC X(32).
           05 VAC-ALC-TOT-AMT      PIC ZZZ,ZZZ,ZZ9.

       01 VAC-ALC-VISEES-LINE.
           05 FILLER               PIC X(32) VALUE
               "SEMAINES DE STOCK VISEES:".
           05 VAC-ALC-VIS-SEM      PIC X(6).

      * Explication de la methode imprimee au bas du rapport.
       01 VAC-MTH-LIGNE-1.
           05 FILLER               PIC X(28) VALUE
               "METHODE: STOCK UTILISABLE = ".
           05 FILLER               PIC X(26) VALUE
               "STOCK EN MAIN (VACINV.DAT)".
       01 VAC-MTH-LIGNE-2.
           05 FILLER               PIC X(35) VALUE
               "MOINS LA PERTE PREVUE DES LOTS QUI ".
           05 FILLER               PIC X(39) VALUE
               "EXPIRENT DANS L'HORIZON (COMME VACEXP).".
       01 VAC-MTH-LIGNE-3.
           05 FILLER               PIC X(38) VALUE
               "RYTHME = DOSES DE LA DERNIERE SEMAINE ".
           05 FILLER               PIC X(31) VALUE
               "DE L'HISTORIQUE (COMME VACSTK).".
       01 VAC-MTH-LIGNE-4.
           05 FILLER               PIC X(36) VALUE
               "BESOIN = RYTHME X SEMAINES VISEES - ".
           05 FILLER               PIC X(30) VALUE
               "STOCK UTILISABLE, LES SEMAINES".
       01 VAC-MTH-LIGNE-5.
           05 FILLER               PIC X(35) VALUE
               "VISEES ETANT LES MEMES POUR TOUTES ".
           05 FILLER               PIC X(19) VALUE
               "LES REGIONS LIBRES.".
       01 VAC-MTH-LIGNE-6.
           05 FILLER               PIC X(39) VALUE
               "RESTANTES = DOSES QUI RESTENT A DONNER ".
           05 FILLER               PIC X(27) VALUE
               "A LA POPULATION ADMISSIBLE,".
       01 VAC-MTH-LIGNE-7.
           05 FILLER               PIC X(33) VALUE
               "MOINS LE STOCK UTILISABLE; ELLES ".
           05 FILLER               PIC X(30) VALUE
               "PLAFONNENT LA REGION, COMME LA".
       01 VAC-MTH-LIGNE-8.
           05 FILLER               PIC X(36) VALUE
               "PART MAXIMALE; LA PART MINIMALE EST ".
           05 FILLER               PIC X(25) VALUE
               "GARANTIE A CHAQUE REGION.".

       01 VAC-PARM-FILE-NAMES.
           05 VAC-IN-FILE-NAME    PIC X(64) VALUE "Vaccin.txt".
           05 VAC-HIST-FILE-NAME  PIC X(64) VALUE "VACHIST.DAT".

           COPY "VACPARM.CPY".

           COPY "VACMRQ.CPY".

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
           PERFORM 060-LIRE-PARAMETRES.
           PERFORM 070-DEMANDER-ANNONCE.
           PERFORM 080-COMPUTE-HORIZON.
           PERFORM 100-LOAD-POPULATION.
           PERFORM 120-CONTROLER-PARTS.
           PERFORM 150-LOAD-COUNTS.
           PERFORM 200-LOAD-HISTORY.
           PERFORM 230-LOAD-INVENTORY.
           PERFORM 250-LOAD-SHIPMENTS.
           PERFORM 260-LOAD-WITHDRAWALS.
           PERFORM 270-CONSUME-FEFO
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.
           PERFORM 300-EVALUER-REGION
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.
           PERFORM 400-REPARTIR.
           PERFORM 500-FIN.
           STOP RUN.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           MOVE VACPRM-FICHIER-VACCIN TO VAC-IN-FILE-NAME.
           MOVE VACPRM-FICHIER-HIST TO VAC-HIST-FILE-NAME.
           MOVE VACPRM-HORIZON-EXPIR TO VAC-HORIZON-JOURS.
           MOVE VACPRM-PART-MIN TO VAC-PART-MIN.
           MOVE VACPRM-PART-MAX TO VAC-PART-MAX.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.

       070-DEMANDER-ANNONCE.

           DISPLAY "MARQUE ANNONCEE (16 CAR.): " WITH NO ADVANCING.
           ACCEPT VAC-MARQUE-SAISIE.
           DISPLAY "QUANTITE ANNONCEE (8 CHIFFRES): "
               WITH NO ADVANCING.
           ACCEPT VAC-QTE-SAISIE.
           DISPLAY "LIVRAISON PREVUE (AAAAMMJJ, BLANC = AUJOURD'HUI): "
               WITH NO ADVANCING.
           ACCEPT VAC-DATE-SAISIE.

      * La marque annoncee est confrontee au referentiel des marques;
      * un alias est planifie sous le nom officiel.
           MOVE VAC-MARQUE-SAISIE TO VACMRQ-NOM-SAISI.
           CALL "VACMRQ" USING VACMRQ-AREA.

           IF VAC-MARQUE-SAISIE = SPACES
               DISPLAY "MARQUE OBLIGATOIRE"
               STOP RUN
           ELSE
           IF VACMRQ-INCONNUE
               DISPLAY "MARQUE INCONNUE DU REFERENTIEL: "
                   VAC-MARQUE-SAISIE
               STOP RUN
           ELSE
           IF VACMRQ-RETIREE
               DISPLAY "MARQUE RETIREE - AUCUNE ALLOCATION: "
                   VAC-MARQUE-SAISIE
               STOP RUN
           ELSE
           IF VAC-QTE-SAISIE IS NOT NUMERIC
               OR VAC-QTE-SAISIE = "00000000"
               DISPLAY "QUANTITE ANNONCEE INVALIDE: " VAC-QTE-SAISIE
               STOP RUN
           ELSE
           IF VAC-DATE-SAISIE NOT = SPACES
               AND VAC-DATE-SAISIE IS NOT NUMERIC
               DISPLAY "DATE DE LIVRAISON INVALIDE: " VAC-DATE-SAISIE
               STOP RUN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE VACMRQ-NOM-OFFICIEL TO VAC-MARQUE.
           MOVE VAC-QTE-SAISIE TO VAC-QTE-ANNONCEE.
           IF VACMRQ-NBR-DOSES > 0
               MOVE VACMRQ-NBR-DOSES TO VAC-DOSES-SERIE
           END-IF.

       080-COMPUTE-HORIZON.

           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF VAC-DATE-SAISIE = SPACES
               MOVE VAC-RUN-DATE TO VAC-DATE-PREVUE
           ELSE
               MOVE VAC-DATE-SAISIE TO VAC-DATE-PREVUE
           END-IF.
           COMPUTE VAC-JOURS-WORK =
               FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE)
               + VAC-HORIZON-JOURS.
           COMPUTE VAC-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (VAC-JOURS-WORK).

       100-LOAD-POPULATION.

           OPEN INPUT POP-FILE.
           IF VAC-POPFILE-STATUS NOT = "00"
               MOVE "VACPOP.TXT" TO VAC-ERR-FILE-NAME
               MOVE VAC-POPFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE "N" TO EOF-SWITCH.
           READ POP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

           PERFORM 110-LOAD-ONE-POP
               UNTIL EOF-SWITCH = "Y".

           CLOSE POP-FILE.

       110-LOAD-ONE-POP.

      * Seules les lignes regionales comptent; une ligne d'age se
      * reconnait a sa bande non numerique (voir VACPOP.CPY).
           IF POP-ELIGIBLE IS NUMERIC
               PERFORM 115-ADD-REGION
           END-IF.

           READ POP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       115-ADD-REGION.

           IF VAC-RGN-COUNT = 20
               MOVE "TABLE REGIONS" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-RGN-COUNT.
           SET VAC-RGN-IDX TO VAC-RGN-COUNT.
           INITIALIZE VAC-RGN-ENTRY (VAC-RGN-IDX).
           MOVE POP-REGION-CODE TO VAC-RGN-CODE (VAC-RGN-IDX).
           MOVE POP-ELIGIBLE    TO VAC-RGN-POP (VAC-RGN-IDX).
           MOVE "L"             TO VAC-RGN-ETAT (VAC-RGN-IDX).

       120-CONTROLER-PARTS.

           IF VAC-RGN-COUNT = 0
               DISPLAY "AUCUNE REGION DANS VACPOP.TXT"
               MOVE "VACPOP.TXT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

      * Les planchers de toutes les regions doivent tenir dans
      * l'annonce; sinon la part minimale est ramenee a une part
      * egale.
           IF VAC-PART-MIN > VAC-PART-MAX
               MOVE VAC-PART-MAX TO VAC-PART-MIN
               MOVE "Y" TO VAC-PART-MIN-REDUITE
           END-IF.
           IF VAC-PART-MIN * VAC-RGN-COUNT > 100
               COMPUTE VAC-PART-MIN = 100 / VAC-RGN-COUNT
               MOVE "Y" TO VAC-PART-MIN-REDUITE
           END-IF.
           IF VAC-PART-MIN-REDUITE = "Y"
               DISPLAY "PART-MIN-REGION RAMENEE A " VAC-PART-MIN
                   "% POUR " VAC-RGN-COUNT " REGIONS"
           END-IF.

           COMPUTE VAC-PLANCHER =
               VAC-QTE-ANNONCEE * VAC-PART-MIN / 100.
           COMPUTE VAC-PLAFOND-PART =
               VAC-QTE-ANNONCEE * VAC-PART-MAX / 100.

       150-LOAD-COUNTS.

           OPEN INPUT IN-FILE.
           IF VAC-INFILE-STATUS NOT = "00"
               MOVE VAC-IN-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-INFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE "N" TO EOF-SWITCH.
           READ IN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

           PERFORM 160-POST-ONE-COUNT
               UNTIL EOF-SWITCH = "Y".

           CLOSE IN-FILE.

       160-POST-ONE-COUNT.

      * Les enregistrements de controle *ENTETE*, *TOTAUX* et *AGEBND*
      * de l'alimentation ne comptent pas. Les personnes vaccinees de
      * toutes les marques reduisent la population restante; les
      * doses administrees de la marque s'imputent a ses lots.
           IF NOM-VACCIN (1:1) NOT = "*"
               AND NBR-AMUNE IS NUMERIC
               AND NBR-ANE IS NUMERIC
               AND NBR-COM IS NUMERIC
               AND NBR-TROIS IS NUMERIC
               SET VAC-RGN-IDX TO 1
               SEARCH VAC-RGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                       CONTINUE
                   WHEN VAC-RGN-CODE (VAC-RGN-IDX) = REGION-CODE
                       ADD NBR-ANE   TO VAC-RGN-ANE (VAC-RGN-IDX)
                       ADD NBR-COM   TO VAC-RGN-COM (VAC-RGN-IDX)
                       ADD NBR-TROIS TO VAC-RGN-TROIS (VAC-RGN-IDX)
                       IF NOM-VACCIN = VAC-MARQUE
                           ADD NBR-AMUNE
                               TO VAC-RGN-ADMIN (VAC-RGN-IDX)
                       END-IF
               END-SEARCH
           END-IF.

           READ IN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       200-LOAD-HISTORY.

           OPEN INPUT HIST-FILE.
           IF VAC-HISTFILE-STATUS = "35"
               MOVE "Y" TO VAC-HIST-ABSENT
               DISPLAY "HISTORIQUE ABSENT - RYTHME A ZERO: "
                   VAC-HIST-FILE-NAME
           ELSE
               IF VAC-HISTFILE-STATUS NOT = "00"
                   MOVE VAC-HIST-FILE-NAME TO VAC-ERR-FILE-NAME
                   MOVE VAC-HISTFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 210-POST-ONE-HISTORY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE HIST-FILE
           END-IF.

       210-POST-ONE-HISTORY.

      * Les enregistrements anterieurs a l'ajout de la region (region
      * a blanc, voir VACHIST.CPY) ne se rattachent a aucune region.
           IF HIST-NOM-VACCIN = VAC-MARQUE
               AND HIST-REGION-CODE NOT = SPACES
               AND HIST-NBR-AMUNE IS NUMERIC
               SET VAC-RGN-IDX TO 1
               SEARCH VAC-RGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                       CONTINUE
                   WHEN VAC-RGN-CODE (VAC-RGN-IDX) = HIST-REGION-CODE
                       PERFORM 220-UPDATE-PACE
               END-SEARCH
           END-IF.

           READ HIST-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       220-UPDATE-PACE.

      * Retient les deux passages les plus recents de la marque dans
      * la region; avec une execution hebdomadaire, l'avant-dernier
      * vaut la semaine precedente (meme approximation que VACSTK).
      * A date egale les rangees s'additionnent.
           IF HIST-RUN-DATE > VAC-RGN-L-DATE (VAC-RGN-IDX)
               MOVE VAC-RGN-L-DATE (VAC-RGN-IDX)
                   TO VAC-RGN-P-DATE (VAC-RGN-IDX)
               MOVE VAC-RGN-L-AMUNE (VAC-RGN-IDX)
                   TO VAC-RGN-P-AMUNE (VAC-RGN-IDX)
               MOVE HIST-RUN-DATE  TO VAC-RGN-L-DATE (VAC-RGN-IDX)
               MOVE HIST-NBR-AMUNE TO VAC-RGN-L-AMUNE (VAC-RGN-IDX)
           ELSE
           IF HIST-RUN-DATE = VAC-RGN-L-DATE (VAC-RGN-IDX)
               ADD HIST-NBR-AMUNE TO VAC-RGN-L-AMUNE (VAC-RGN-IDX)
           ELSE
           IF HIST-RUN-DATE = VAC-RGN-P-DATE (VAC-RGN-IDX)
               ADD HIST-NBR-AMUNE TO VAC-RGN-P-AMUNE (VAC-RGN-IDX)
           ELSE
           IF HIST-RUN-DATE > VAC-RGN-P-DATE (VAC-RGN-IDX)
               MOVE HIST-RUN-DATE  TO VAC-RGN-P-DATE (VAC-RGN-IDX)
               MOVE HIST-NBR-AMUNE TO VAC-RGN-P-AMUNE (VAC-RGN-IDX)
           END-IF
           END-IF
           END-IF
           END-IF.

       230-LOAD-INVENTORY.

      * Sans VACINV.DAT (VACSTK n'a pas encore tourne), le stock en
      * main vaut zero et le rapport le signale.
           OPEN INPUT INV-FILE.
           IF VAC-INVFILE-STATUS = "35"
               MOVE "Y" TO VAC-INV-ABSENT
               DISPLAY "VACINV.DAT ABSENT - STOCK EN MAIN A ZERO"
           ELSE
               IF VAC-INVFILE-STATUS NOT = "00"
                   MOVE "VACINV.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-INVFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ INV-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 235-POST-ONE-INVENTORY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE INV-FILE
           END-IF.

       235-POST-ONE-INVENTORY.

           IF INV-NOM-VACCIN = VAC-MARQUE
               AND INV-STOCK IS NUMERIC
               SET VAC-RGN-IDX TO 1
               SEARCH VAC-RGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                       CONTINUE
                   WHEN VAC-RGN-CODE (VAC-RGN-IDX) = INV-REGION-CODE
                       ADD INV-STOCK TO VAC-RGN-STOCK (VAC-RGN-IDX)
               END-SEARCH
           END-IF.

           READ INV-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       250-LOAD-SHIPMENTS.

           OPEN INPUT SHIP-FILE.
           IF VAC-SHIPFILE-STATUS NOT = "00"
               MOVE "VACSHIP.TXT" TO VAC-ERR-FILE-NAME
               MOVE VAC-SHIPFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE "N" TO EOF-SWITCH.
           READ SHIP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

           PERFORM 255-LOAD-ONE-LOT
               UNTIL EOF-SWITCH = "Y".

           CLOSE SHIP-FILE.

       255-LOAD-ONE-LOT.

           IF SHIP-LOT-PREVU
               AND SHIP-NOM-VACCIN = VAC-MARQUE
               AND SHIP-DATE-RECU = VAC-DATE-PREVUE
               ADD 1 TO VAC-REMPLACE-COUNT
           ELSE
               IF VAC-SHL-COUNT = 2000
                   MOVE "TABLE VACSHIP" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-SHL-COUNT
               SET VAC-SHL-IDX TO VAC-SHL-COUNT
               MOVE SHIP-INFO TO VAC-SHL-IMAGE (VAC-SHL-IDX)
           END-IF.

      * Seuls les lots recus de la marque annoncee sont retenus; une
      * rangee planifiee (lot *PREVU*) n'est pas une reception.
           IF SHIP-NOM-VACCIN = VAC-MARQUE
               AND NOT SHIP-LOT-PREVU
               AND SHIP-NBR-DOSES IS NUMERIC
               AND SHIP-DATE-EXPIR IS NUMERIC
               AND SHIP-DATE-RECU IS NUMERIC
               IF VAC-LOT-COUNT = 200
                   MOVE "TABLE LOTS" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-LOT-COUNT
               SET VAC-LOT-IDX TO VAC-LOT-COUNT
               MOVE SHIP-REGION-CODE TO VAC-LOT-REGION (VAC-LOT-IDX)
               MOVE SHIP-NO-LOT      TO VAC-LOT-NO (VAC-LOT-IDX)
               MOVE SHIP-DATE-RECU   TO VAC-LOT-RECU (VAC-LOT-IDX)
               MOVE SHIP-DATE-EXPIR  TO VAC-LOT-EXPIR (VAC-LOT-IDX)
               MOVE SHIP-NBR-DOSES   TO VAC-LOT-RESTE (VAC-LOT-IDX)
               MOVE "N"              TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF.

           READ SHIP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       260-LOAD-WITHDRAWALS.

      * Sans VACRETR.DAT (VACRCL n'a pas encore tourne), tous les lots
      * recus restent dans l'ordre de consommation.
           OPEN INPUT RETR-FILE.
           IF VAC-RETRFILE-STATUS = "35"
               MOVE "Y" TO VAC-RETR-ABSENT
               DISPLAY "VACRETR.DAT ABSENT - AUCUN LOT RAPPELE EXCLU"
           ELSE
               IF VAC-RETRFILE-STATUS NOT = "00"
                   MOVE "VACRETR.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-RETRFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ RETR-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 265-POST-ONE-WITHDRAWAL
                   UNTIL EOF-SWITCH = "Y"
               CLOSE RETR-FILE
           END-IF.

       265-POST-ONE-WITHDRAWAL.

      * Meme traitement que VACEXP: la livraison rappelee sort de
      * l'ordre de consommation et ses doses deja administrees ne
      * sont plus a imputer aux autres lots.
           IF RETR-NOM-VACCIN = VAC-MARQUE
               PERFORM 267-EXCLUDE-ONE-LOT
                   VARYING VAC-LOT-IDX FROM 1 BY 1
                   UNTIL VAC-LOT-IDX > VAC-LOT-COUNT
               IF RETR-NBR-AVANT IS NUMERIC
                   SET VAC-RGN-IDX TO 1
                   SEARCH VAC-RGN-ENTRY
                       AT END
                           CONTINUE
                       WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                           CONTINUE
                       WHEN VAC-RGN-CODE (VAC-RGN-IDX)
                               = RETR-REGION-CODE
                           PERFORM 268-DEDUCT-BEFORE-RECALL
                   END-SEARCH
               END-IF
           END-IF.

           READ RETR-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       267-EXCLUDE-ONE-LOT.

           IF NOT VAC-LOT-RAPPELE (VAC-LOT-IDX)
               AND VAC-LOT-NO (VAC-LOT-IDX) = RETR-NO-LOT
               AND VAC-LOT-REGION (VAC-LOT-IDX) = RETR-REGION-CODE
               AND VAC-LOT-RECU (VAC-LOT-IDX) = RETR-DATE-RECU
               MOVE 0 TO VAC-LOT-RESTE (VAC-LOT-IDX)
               MOVE "R" TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF.

       268-DEDUCT-BEFORE-RECALL.

           IF RETR-NBR-AVANT < VAC-RGN-ADMIN (VAC-RGN-IDX)
               SUBTRACT RETR-NBR-AVANT FROM VAC-RGN-ADMIN (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-RGN-ADMIN (VAC-RGN-IDX)
           END-IF.

       270-CONSUME-FEFO.

      * Les doses administrees de la marque dans la region s'imputent
      * aux lots recus en ordre premier-expire-premier-sorti.
           MOVE VAC-RGN-ADMIN (VAC-RGN-IDX) TO VAC-ADM-RESTANT.
           PERFORM 273-CONSUME-NEXT-LOT.
           PERFORM 273-CONSUME-NEXT-LOT
               UNTIL VAC-BEST-LOT = 0 OR VAC-ADM-RESTANT = 0.

       273-CONSUME-NEXT-LOT.

           PERFORM 275-FIND-EARLIEST-LOT.
           IF VAC-BEST-LOT > 0 AND VAC-ADM-RESTANT > 0
               SET VAC-LOT-IDX TO VAC-BEST-LOT
               IF VAC-ADM-RESTANT < VAC-LOT-RESTE (VAC-LOT-IDX)
                   MOVE VAC-ADM-RESTANT TO VAC-CONSOMME
               ELSE
                   MOVE VAC-LOT-RESTE (VAC-LOT-IDX) TO VAC-CONSOMME
               END-IF
               SUBTRACT VAC-CONSOMME
                   FROM VAC-LOT-RESTE (VAC-LOT-IDX)
               SUBTRACT VAC-CONSOMME FROM VAC-ADM-RESTANT
               MOVE "Y" TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF.

       275-FIND-EARLIEST-LOT.

           MOVE 0 TO VAC-BEST-LOT.
           MOVE 99999999 TO VAC-BEST-EXPIR.
           PERFORM 277-SCAN-ONE-LOT
               VARYING VAC-SCAN-CTR FROM 1 BY 1
               UNTIL VAC-SCAN-CTR > VAC-LOT-COUNT.

       277-SCAN-ONE-LOT.

           SET VAC-LOT-IDX TO VAC-SCAN-CTR.
           IF VAC-LOT-TRAITE (VAC-LOT-IDX) = "N"
               AND VAC-LOT-REGION (VAC-LOT-IDX)
                   = VAC-RGN-CODE (VAC-RGN-IDX)
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) < VAC-BEST-EXPIR
               MOVE VAC-LOT-EXPIR (VAC-LOT-IDX) TO VAC-BEST-EXPIR
               MOVE VAC-SCAN-CTR TO VAC-BEST-LOT
           END-IF.

       300-EVALUER-REGION.

      * Rythme hebdomadaire: ecart entre les deux derniers passages.
           IF VAC-RGN-P-DATE (VAC-RGN-IDX) > 0
               AND VAC-RGN-L-AMUNE (VAC-RGN-IDX)
                   > VAC-RGN-P-AMUNE (VAC-RGN-IDX)
               COMPUTE VAC-RGN-RYTHME (VAC-RGN-IDX) =
                   VAC-RGN-L-AMUNE (VAC-RGN-IDX)
                   - VAC-RGN-P-AMUNE (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-RGN-RYTHME (VAC-RGN-IDX)
           END-IF.

      * Perte prevue des lots a echeance, puis stock utilisable.
           MOVE 0 TO VAC-RGN-PERTE (VAC-RGN-IDX).
           PERFORM 310-PERTE-UN-LOT
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           IF VAC-RGN-STOCK (VAC-RGN-IDX) > 0
               MOVE VAC-RGN-STOCK (VAC-RGN-IDX) TO VAC-STOCK-POSITIF
           ELSE
               MOVE 0 TO VAC-STOCK-POSITIF
           END-IF.
           IF VAC-STOCK-POSITIF > VAC-RGN-PERTE (VAC-RGN-IDX)
               COMPUTE VAC-RGN-UTILE (VAC-RGN-IDX) =
                   VAC-STOCK-POSITIF - VAC-RGN-PERTE (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-RGN-UTILE (VAC-RGN-IDX)
           END-IF.

      * Doses restantes de la campagne: serie complete pour les
      * personnes non vaccinees, dose suivante pour celles qui ont
      * commence la serie ou qui attendent leur rappel.
           IF VAC-RGN-POP (VAC-RGN-IDX) > VAC-RGN-ANE (VAC-RGN-IDX)
               COMPUTE VAC-RGN-A-VACCINER (VAC-RGN-IDX) =
                   VAC-RGN-POP (VAC-RGN-IDX) - VAC-RGN-ANE (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-RGN-A-VACCINER (VAC-RGN-IDX)
           END-IF.
           COMPUTE VAC-DOSES-CAMPAGNE =
               VAC-RGN-A-VACCINER (VAC-RGN-IDX) * VAC-DOSES-SERIE.
           IF VAC-RGN-ANE (VAC-RGN-IDX) > VAC-RGN-COM (VAC-RGN-IDX)
               COMPUTE VAC-DOSES-CAMPAGNE = VAC-DOSES-CAMPAGNE
                   + VAC-RGN-ANE (VAC-RGN-IDX)
                   - VAC-RGN-COM (VAC-RGN-IDX)
           END-IF.
           IF VAC-RGN-COM (VAC-RGN-IDX) > VAC-RGN-TROIS (VAC-RGN-IDX)
               COMPUTE VAC-DOSES-CAMPAGNE = VAC-DOSES-CAMPAGNE
                   + VAC-RGN-COM (VAC-RGN-IDX)
                   - VAC-RGN-TROIS (VAC-RGN-IDX)
           END-IF.
           IF VAC-DOSES-CAMPAGNE > VAC-RGN-UTILE (VAC-RGN-IDX)
               COMPUTE VAC-RGN-RESTANTES (VAC-RGN-IDX) =
                   VAC-DOSES-CAMPAGNE - VAC-RGN-UTILE (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-RGN-RESTANTES (VAC-RGN-IDX)
           END-IF.

      * Plafond de la region: part maximale ou doses restantes, sans
      * descendre sous la part minimale.
           IF VAC-RGN-RESTANTES (VAC-RGN-IDX) < VAC-PLAFOND-PART
               MOVE VAC-RGN-RESTANTES (VAC-RGN-IDX)
                   TO VAC-RGN-PLAFOND (VAC-RGN-IDX)
           ELSE
               MOVE VAC-PLAFOND-PART TO VAC-RGN-PLAFOND (VAC-RGN-IDX)
           END-IF.
           IF VAC-RGN-PLAFOND (VAC-RGN-IDX) < VAC-PLANCHER
               MOVE VAC-PLANCHER TO VAC-RGN-PLAFOND (VAC-RGN-IDX)
           END-IF.

       310-PERTE-UN-LOT.

      * Meme projection que VACEXP, au rythme de la region: les doses
      * du lot que la demande n'aura pas absorbees a l'expiration
      * seront jetees.
           IF VAC-LOT-REGION (VAC-LOT-IDX) = VAC-RGN-CODE (VAC-RGN-IDX)
               AND VAC-LOT-RESTE (VAC-LOT-IDX) > 0
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) NOT > VAC-HORIZON-DATE
               COMPUTE VAC-JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE
                       (VAC-LOT-EXPIR (VAC-LOT-IDX))
                   - FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE)
               IF VAC-JOURS-RESTANTS < 0
                   MOVE 0 TO VAC-JOURS-RESTANTS
               END-IF
               COMPUTE VAC-DEMANDE-ECHEANCE =
                   (VAC-RGN-RYTHME (VAC-RGN-IDX) * VAC-JOURS-RESTANTS)
                   / 7
               COMPUTE VAC-PERTE-PREVUE =
                   VAC-LOT-RESTE (VAC-LOT-IDX) - VAC-DEMANDE-ECHEANCE
               IF VAC-PERTE-PREVUE > 0
                   ADD VAC-PERTE-PREVUE TO VAC-RGN-PERTE (VAC-RGN-IDX)
               END-IF
           END-IF.

       400-REPARTIR.

      * Repartition par paliers: a chaque passe, l'annonce non encore
      * fixee est repartie entre les regions libres pour qu'elles
      * atteignent le meme nombre de semaines de stock (au prorata de
      * la population a vacciner si aucune n'a de rythme). Les
      * regions au-dessus de leur plafond y sont fixees d'abord;
      * sinon celles sous le plancher sont fixees au plancher. On
      * recommence tant qu'une region a ete fixee.
           MOVE 0 TO VAC-NO-PASSE.
           MOVE "Y" TO VAC-REPASSE.
           PERFORM 410-UNE-PASSE
               UNTIL VAC-REPASSE = "N".

           PERFORM 450-FIGER-LIBRE
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           PERFORM 460-AJUSTER-RELIQUAT.

       410-UNE-PASSE.

           ADD 1 TO VAC-NO-PASSE.
           MOVE "N" TO VAC-REPASSE.
           MOVE VAC-QTE-ANNONCEE TO VAC-RESTE-A-REPARTIR.
           MOVE 0 TO VAC-SOM-RYTHME.
           MOVE 0 TO VAC-SOM-UTILE.
           MOVE 0 TO VAC-SOM-A-VACCINER.
           MOVE 0 TO VAC-LIBRE-COUNT.
           PERFORM 415-SOMMER-UNE-REGION
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           IF VAC-LIBRE-COUNT > 0
               IF VAC-SOM-RYTHME > 0
                   MOVE "S" TO VAC-MODE-REPARTITION
                   COMPUTE VAC-SEM-VISEES =
                       (VAC-RESTE-A-REPARTIR + VAC-SOM-UTILE)
                       / VAC-SOM-RYTHME
               ELSE
                   MOVE "P" TO VAC-MODE-REPARTITION
               END-IF
               PERFORM 420-CALCULER-UNE-REGION
                   VARYING VAC-RGN-IDX FROM 1 BY 1
                   UNTIL VAC-RGN-IDX > VAC-RGN-COUNT
               PERFORM 430-FIXER-AU-PLAFOND
                   VARYING VAC-RGN-IDX FROM 1 BY 1
                   UNTIL VAC-RGN-IDX > VAC-RGN-COUNT
               IF VAC-REPASSE = "N"
                   PERFORM 435-FIXER-AU-PLANCHER
                       VARYING VAC-RGN-IDX FROM 1 BY 1
                       UNTIL VAC-RGN-IDX > VAC-RGN-COUNT
               END-IF
           END-IF.

       415-SOMMER-UNE-REGION.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               ADD 1 TO VAC-LIBRE-COUNT
               ADD VAC-RGN-RYTHME (VAC-RGN-IDX) TO VAC-SOM-RYTHME
               ADD VAC-RGN-UTILE (VAC-RGN-IDX) TO VAC-SOM-UTILE
               ADD VAC-RGN-A-VACCINER (VAC-RGN-IDX)
                   TO VAC-SOM-A-VACCINER
           ELSE
               SUBTRACT VAC-RGN-ALLOC (VAC-RGN-IDX)
                   FROM VAC-RESTE-A-REPARTIR
           END-IF.

       420-CALCULER-UNE-REGION.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               IF VAC-PAR-SEMAINES
                   COMPUTE VAC-RGN-CALCUL (VAC-RGN-IDX) =
                       VAC-RGN-RYTHME (VAC-RGN-IDX) * VAC-SEM-VISEES
                       - VAC-RGN-UTILE (VAC-RGN-IDX)
               ELSE
               IF VAC-SOM-A-VACCINER > 0
                   COMPUTE VAC-RGN-CALCUL (VAC-RGN-IDX) =
                       VAC-RESTE-A-REPARTIR
                       * VAC-RGN-A-VACCINER (VAC-RGN-IDX)
                       / VAC-SOM-A-VACCINER
               ELSE
                   COMPUTE VAC-RGN-CALCUL (VAC-RGN-IDX) =
                       VAC-RESTE-A-REPARTIR / VAC-LIBRE-COUNT
               END-IF
               END-IF
      * Le besoin imprime est celui de la premiere passe, avant
      * l'application des bornes.
               IF VAC-NO-PASSE = 1
                   IF VAC-RGN-CALCUL (VAC-RGN-IDX) > 0
                       MOVE VAC-RGN-CALCUL (VAC-RGN-IDX)
                           TO VAC-RGN-BESOIN (VAC-RGN-IDX)
                   ELSE
                       MOVE 0 TO VAC-RGN-BESOIN (VAC-RGN-IDX)
                   END-IF
               END-IF
           END-IF.

       430-FIXER-AU-PLAFOND.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               AND VAC-RGN-CALCUL (VAC-RGN-IDX)
                   > VAC-RGN-PLAFOND (VAC-RGN-IDX)
               MOVE VAC-RGN-PLAFOND (VAC-RGN-IDX)
                   TO VAC-RGN-ALLOC (VAC-RGN-IDX)
               MOVE "C" TO VAC-RGN-ETAT (VAC-RGN-IDX)
               MOVE "Y" TO VAC-REPASSE
           END-IF.

       435-FIXER-AU-PLANCHER.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               AND VAC-RGN-CALCUL (VAC-RGN-IDX) < VAC-PLANCHER
               MOVE VAC-PLANCHER TO VAC-RGN-ALLOC (VAC-RGN-IDX)
               MOVE "P" TO VAC-RGN-ETAT (VAC-RGN-IDX)
               MOVE "Y" TO VAC-REPASSE
           END-IF.

       450-FIGER-LIBRE.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               MOVE VAC-RGN-CALCUL (VAC-RGN-IDX)
                   TO VAC-RGN-ALLOC (VAC-RGN-IDX)
           END-IF.

       460-AJUSTER-RELIQUAT.

      * Les doses perdues a l'arrondi vont a la region libre de plus
      * fort rythme. Si toutes les regions sont a une borne, le
      * reliquat va aux regions sous leur plafond; ce qui reste
      * au-dela de tous les plafonds n'est pas alloue. A l'inverse,
      * un excedent est repris aux regions au-dessus du plancher.
           MOVE 0 TO VAC-TOTAL-ALLOUE.
           PERFORM 462-CUMULER-ALLOCATION
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.
           COMPUTE VAC-RELIQUAT = VAC-QTE-ANNONCEE - VAC-TOTAL-ALLOUE.

           MOVE 1 TO VAC-CANDIDAT.
           PERFORM 465-DONNER-RELIQUAT
               UNTIL VAC-RELIQUAT NOT > 0 OR VAC-CANDIDAT = 0.
           MOVE 1 TO VAC-CANDIDAT.
           PERFORM 470-REPRENDRE-EXCEDENT
               UNTIL VAC-RELIQUAT NOT < 0 OR VAC-CANDIDAT = 0.

           IF VAC-RELIQUAT > 0
               MOVE VAC-RELIQUAT TO VAC-NON-ALLOUE
           END-IF.
           COMPUTE VAC-TOTAL-ALLOUE =
               VAC-QTE-ANNONCEE - VAC-NON-ALLOUE.

       462-CUMULER-ALLOCATION.

           ADD VAC-RGN-ALLOC (VAC-RGN-IDX) TO VAC-TOTAL-ALLOUE.

       465-DONNER-RELIQUAT.

           MOVE 0 TO VAC-CANDIDAT.
           MOVE -1 TO VAC-CLE-CANDIDAT.
           PERFORM 467-CHOISIR-RECEVEUR
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           IF VAC-CANDIDAT > 0
               SET VAC-RGN-IDX TO VAC-CANDIDAT
               COMPUTE VAC-AJUSTEMENT =
                   VAC-RGN-PLAFOND (VAC-RGN-IDX)
                   - VAC-RGN-ALLOC (VAC-RGN-IDX)
               IF VAC-AJUSTEMENT > VAC-RELIQUAT
                   MOVE VAC-RELIQUAT TO VAC-AJUSTEMENT
               END-IF
               ADD VAC-AJUSTEMENT TO VAC-RGN-ALLOC (VAC-RGN-IDX)
               SUBTRACT VAC-AJUSTEMENT FROM VAC-RELIQUAT
               IF NOT VAC-RGN-LIBRE (VAC-RGN-IDX)
                   MOVE "R" TO VAC-RGN-ETAT (VAC-RGN-IDX)
               END-IF
           END-IF.

       467-CHOISIR-RECEVEUR.

      * Une region libre passe avant une region fixee; a egalite, le
      * plus fort rythme l'emporte.
           IF VAC-RGN-ALLOC (VAC-RGN-IDX)
                   < VAC-RGN-PLAFOND (VAC-RGN-IDX)
               MOVE VAC-RGN-RYTHME (VAC-RGN-IDX) TO VAC-CLE-WORK
               IF VAC-RGN-LIBRE (VAC-RGN-IDX)
                   ADD 100000000000 TO VAC-CLE-WORK
               END-IF
               IF VAC-CLE-WORK > VAC-CLE-CANDIDAT
                   MOVE VAC-CLE-WORK TO VAC-CLE-CANDIDAT
                   SET VAC-CANDIDAT TO VAC-RGN-IDX
               END-IF
           END-IF.

       470-REPRENDRE-EXCEDENT.

           MOVE 0 TO VAC-CANDIDAT.
           MOVE 0 TO VAC-CLE-CANDIDAT.
           PERFORM 475-CHOISIR-DONNEUR
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           IF VAC-CANDIDAT > 0
               SET VAC-RGN-IDX TO VAC-CANDIDAT
               MOVE VAC-CLE-CANDIDAT TO VAC-AJUSTEMENT
               IF VAC-AJUSTEMENT > 0 - VAC-RELIQUAT
                   COMPUTE VAC-AJUSTEMENT = 0 - VAC-RELIQUAT
               END-IF
               SUBTRACT VAC-AJUSTEMENT FROM VAC-RGN-ALLOC (VAC-RGN-IDX)
               ADD VAC-AJUSTEMENT TO VAC-RELIQUAT
               MOVE "X" TO VAC-RGN-ETAT (VAC-RGN-IDX)
           END-IF.

       475-CHOISIR-DONNEUR.

      * La region la plus au-dessus du plancher cede des doses.
           IF VAC-RGN-ALLOC (VAC-RGN-IDX) > VAC-PLANCHER
               COMPUTE VAC-CLE-WORK =
                   VAC-RGN-ALLOC (VAC-RGN-IDX) - VAC-PLANCHER
               IF VAC-CLE-WORK > VAC-CLE-CANDIDAT
                   MOVE VAC-CLE-WORK TO VAC-CLE-CANDIDAT
                   SET VAC-CANDIDAT TO VAC-RGN-IDX
               END-IF
           END-IF.

       500-FIN.

           PERFORM 510-WRITE-REPORT.
           PERFORM 600-WRITE-PLANNED.
           DISPLAY "VACALLOC TERMINE - " VAC-MARQUE " ALLOUE: "
               VAC-TOTAL-ALLOUE " NON ALLOUE: " VAC-NON-ALLOUE.
           DISPLAY "RANGEES *PREVU* AJOUTEES A VACSHIP.TXT: "
               VAC-PREVU-COUNT " (PLAN PRECEDENT REMPLACE: "
               VAC-REMPLACE-COUNT ")".
           IF VAC-PREVU-COUNT > 0
               DISPLAY "CONFIRMER LOT ET EXPIRATION A LA RECEPTION "
                   "(VACMAINT, FICHIER 3)"
           END-IF.
           PERFORM 850-WRITE-RUN-LOG.

       510-WRITE-REPORT.

           OPEN OUTPUT ALC-FILE.
           IF VAC-ALCFILE-STATUS NOT = "00"
               MOVE "VACALLOC.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-ALCFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE VAC-MARQUE TO VAC-ALC-TITLE-MARQUE.
           MOVE VAC-ALC-TITLE-LINE TO ALC-REC.
           WRITE ALC-REC.
           MOVE SPACES TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-QTE-ANNONCEE TO VAC-ALC-ANN-QTE.
           MOVE VAC-DATE-PREVUE TO VAC-ALC-ANN-DATE.
           MOVE VAC-RUN-DATE TO VAC-ALC-ANN-PLAN.
           MOVE VAC-ALC-ANNONCE-LINE TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-PART-MIN TO VAC-ALC-PRT-MIN.
           MOVE VAC-PART-MAX TO VAC-ALC-PRT-MAX.
           MOVE VAC-HORIZON-JOURS TO VAC-ALC-PRT-HORIZON.
           MOVE VAC-ALC-PARTS-LINE TO ALC-REC.
           WRITE ALC-REC.

           MOVE SPACES TO ALC-REC.
           WRITE ALC-REC.
           MOVE "SITUATION PAR REGION" TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-SIT-HEADING-LINE TO ALC-REC.
           WRITE ALC-REC.
           PERFORM 520-WRITE-SITUATION-LINE
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           MOVE SPACES TO ALC-REC.
           WRITE ALC-REC.
           MOVE "REPARTITION DE L'ANNONCE" TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-REP-HEADING-LINE TO ALC-REC.
           WRITE ALC-REC.
           PERFORM 530-WRITE-ALLOCATION-LINE
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           MOVE SPACES TO ALC-REC.
           WRITE ALC-REC.
           MOVE "TOTAL ALLOUE:" TO VAC-ALC-TOT-LABEL.
           MOVE VAC-TOTAL-ALLOUE TO VAC-ALC-TOT-AMT.
           MOVE VAC-ALC-TOTAL-LINE TO ALC-REC.
           WRITE ALC-REC.
           IF VAC-NON-ALLOUE > 0
               MOVE "NON ALLOUE (PLAFONDS ATTEINTS):"
                   TO VAC-ALC-TOT-LABEL
               MOVE VAC-NON-ALLOUE TO VAC-ALC-TOT-AMT
               MOVE VAC-ALC-TOTAL-LINE TO ALC-REC
               WRITE ALC-REC
           END-IF.
           IF VAC-PAR-SEMAINES AND VAC-SOM-RYTHME > 0
               MOVE VAC-SEM-VISEES TO VAC-SEMAINES
               PERFORM 560-EDIT-SEMAINES
               MOVE VAC-SEMAINES-EDIT TO VAC-ALC-VIS-SEM
               MOVE VAC-ALC-VISEES-LINE TO ALC-REC
               WRITE ALC-REC
           END-IF.

           PERFORM 570-WRITE-METHOD.
           PERFORM 580-WRITE-NOTES.

           CLOSE ALC-FILE.

       520-WRITE-SITUATION-LINE.

           MOVE VAC-RGN-CODE (VAC-RGN-IDX)   TO VAC-SIT-LINE-REGION.
           MOVE VAC-RGN-STOCK (VAC-RGN-IDX)  TO VAC-SIT-LINE-STOCK.
           MOVE VAC-RGN-PERTE (VAC-RGN-IDX)  TO VAC-SIT-LINE-PERTE.
           MOVE VAC-RGN-UTILE (VAC-RGN-IDX)  TO VAC-SIT-LINE-UTILE.
           MOVE VAC-RGN-RYTHME (VAC-RGN-IDX) TO VAC-SIT-LINE-RYTHME.
           MOVE VAC-RGN-A-VACCINER (VAC-RGN-IDX) TO VAC-SIT-LINE-AVAC.
           IF VAC-RGN-RYTHME (VAC-RGN-IDX) = 0
               MOVE "   N/D" TO VAC-SIT-LINE-SEM
           ELSE
               COMPUTE VAC-SEMAINES ROUNDED =
                   VAC-RGN-UTILE (VAC-RGN-IDX)
                   / VAC-RGN-RYTHME (VAC-RGN-IDX)
               PERFORM 560-EDIT-SEMAINES
               MOVE VAC-SEMAINES-EDIT TO VAC-SIT-LINE-SEM
           END-IF.
           MOVE VAC-SIT-DETAIL-LINE TO ALC-REC.
           WRITE ALC-REC.

       530-WRITE-ALLOCATION-LINE.

           MOVE VAC-RGN-CODE (VAC-RGN-IDX)      TO VAC-REP-LINE-REGION.
           MOVE VAC-RGN-BESOIN (VAC-RGN-IDX)    TO VAC-REP-LINE-BESOIN.
           MOVE VAC-RGN-RESTANTES (VAC-RGN-IDX) TO VAC-REP-LINE-REST.
           MOVE VAC-RGN-ALLOC (VAC-RGN-IDX)     TO VAC-REP-LINE-ALLOC.
           COMPUTE VAC-PART-PCT ROUNDED =
               (VAC-RGN-ALLOC (VAC-RGN-IDX) * 100) / VAC-QTE-ANNONCEE.
           MOVE VAC-PART-PCT TO VAC-REP-LINE-PART.
           IF VAC-RGN-RYTHME (VAC-RGN-IDX) = 0
               MOVE "   N/D" TO VAC-REP-LINE-SEM
           ELSE
               COMPUTE VAC-SEMAINES ROUNDED =
                   (VAC-RGN-UTILE (VAC-RGN-IDX)
                    + VAC-RGN-ALLOC (VAC-RGN-IDX))
                   / VAC-RGN-RYTHME (VAC-RGN-IDX)
               PERFORM 560-EDIT-SEMAINES
               MOVE VAC-SEMAINES-EDIT TO VAC-REP-LINE-SEM
           END-IF.
           PERFORM 540-CHOISIR-MOTIF.
           MOVE VAC-REP-DETAIL-LINE TO ALC-REC.
           WRITE ALC-REC.

       540-CHOISIR-MOTIF.

           IF VAC-RGN-LIBRE (VAC-RGN-IDX)
               IF VAC-PAR-SEMAINES
                   MOVE "SEMAINES EGALISEES" TO VAC-REP-LINE-MOTIF
               ELSE
                   MOVE "PRORATA POP. A VACCINER" TO VAC-REP-LINE-MOTIF
               END-IF
           ELSE
           IF VAC-RGN-AU-PLAFOND (VAC-RGN-IDX)
               IF VAC-RGN-RESTANTES (VAC-RGN-IDX) < VAC-PLANCHER
                   MOVE "PART MIN > RESTANTES" TO VAC-REP-LINE-MOTIF
               ELSE
               IF VAC-RGN-RESTANTES (VAC-RGN-IDX) < VAC-PLAFOND-PART
                   MOVE "PLAFOND DOSES RESTANTES" TO VAC-REP-LINE-MOTIF
               ELSE
                   MOVE "PART MAXIMALE" TO VAC-REP-LINE-MOTIF
               END-IF
               END-IF
           ELSE
           IF VAC-RGN-AU-PLANCHER (VAC-RGN-IDX)
               IF VAC-RGN-RYTHME (VAC-RGN-IDX) = 0
                   MOVE "SANS RYTHME - PART MIN" TO VAC-REP-LINE-MOTIF
               ELSE
               IF VAC-PLANCHER = 0
                   MOVE "STOCK SUFFISANT" TO VAC-REP-LINE-MOTIF
               ELSE
                   MOVE "STOCK SUFFIT - PART MIN" TO VAC-REP-LINE-MOTIF
               END-IF
               END-IF
           ELSE
           IF VAC-RGN-RELIQUAT (VAC-RGN-IDX)
               MOVE "RELIQUAT APRES PLAFONDS" TO VAC-REP-LINE-MOTIF
           ELSE
               MOVE "REDUITE - PLANCHERS" TO VAC-REP-LINE-MOTIF
           END-IF
           END-IF
           END-IF
           END-IF.

       560-EDIT-SEMAINES.

           IF VAC-SEMAINES > 999.9
               MOVE 999.9 TO VAC-SEMAINES-EDIT
           ELSE
               MOVE VAC-SEMAINES TO VAC-SEMAINES-EDIT
           END-IF.

       570-WRITE-METHOD.

           MOVE SPACES TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-1 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-2 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-3 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-4 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-5 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-6 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-7 TO ALC-REC.
           WRITE ALC-REC.
           MOVE VAC-MTH-LIGNE-8 TO ALC-REC.
           WRITE ALC-REC.

       580-WRITE-NOTES.

           IF VAC-INV-ABSENT = "Y"
               MOVE "NOTE: VACINV.DAT ABSENT - STOCK EN MAIN A ZERO"
                   TO ALC-REC
               WRITE ALC-REC
           END-IF.
           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - RYTHME A ZERO"
                   TO ALC-REC
               WRITE ALC-REC
           END-IF.
           IF VAC-RETR-ABSENT = "Y"
               MOVE "NOTE: VACRETR.DAT ABSENT - AUCUN LOT RAPPELE EXCLU"
                   TO ALC-REC
               WRITE ALC-REC
           END-IF.
           IF VAC-PART-MIN-REDUITE = "Y"
               MOVE "NOTE: PART MIN. RAMENEE POUR TENIR DANS L'ANNONCE"
                   TO ALC-REC
               WRITE ALC-REC
           END-IF.

      * VACSHIP.TXT est reecrit: rangees conservees, puis rangees
      * planifiees du plan courant.
       600-WRITE-PLANNED.

           OPEN OUTPUT SHIP-FILE.
           IF VAC-SHIPFILE-STATUS NOT = "00"
               MOVE "VACSHIP.TXT" TO VAC-ERR-FILE-NAME
               MOVE VAC-SHIPFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           PERFORM 605-WRITE-ONE-KEPT
               VARYING VAC-SHL-IDX FROM 1 BY 1
               UNTIL VAC-SHL-IDX > VAC-SHL-COUNT.
           PERFORM 610-WRITE-ONE-PLANNED
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           CLOSE SHIP-FILE.

       605-WRITE-ONE-KEPT.

           MOVE VAC-SHL-IMAGE (VAC-SHL-IDX) TO SHIP-INFO.
           WRITE SHIP-INFO.

       610-WRITE-ONE-PLANNED.

      * Le lot et l'expiration sont confirmes par l'approvisionnement
      * a la reception (voir VACSHIP.CPY).
           IF VAC-RGN-ALLOC (VAC-RGN-IDX) > 0
               MOVE VAC-DATE-PREVUE TO SHIP-DATE-RECU
               MOVE VAC-MARQUE TO SHIP-NOM-VACCIN
               MOVE VAC-RGN-CODE (VAC-RGN-IDX) TO SHIP-REGION-CODE
               MOVE VAC-RGN-ALLOC (VAC-RGN-IDX) TO SHIP-NBR-DOSES
               MOVE "*PREVU*" TO SHIP-NO-LOT
               MOVE 0 TO SHIP-DATE-EXPIR
               WRITE SHIP-INFO
               ADD 1 TO VAC-PREVU-COUNT
           END-IF.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACALLOC" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-PREVU-COUNT TO LOG-NBR-ECRITS
               MOVE 0 TO LOG-NBR-ERREURS
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
           DISPLAY "ENR. TRAITES A L'ARRET: " REC-COUNTER.
           MOVE "ABANDON" TO VAC-LOG-STATUT.
           PERFORM 850-WRITE-RUN-LOG.
           STOP RUN.

       END PROGRAM VACALLOC.
