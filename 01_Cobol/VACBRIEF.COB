      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Dossier de breffage hebdomadaire des directions
      *          regionales. Produit, pour chaque region du fichier de
      *          reference VACPOP.TXT, un fichier autonome VACBRxxxx.RPT
      *          (xxxx = code de region) qui reprend pour la seule
      *          region: la couverture et la grille par groupe d'age
      *          (comme VACCOV), les doses semaine sur semaine par
      *          marque (deux derniers passages de l'historique
      *          VACHIST.DAT, comme VACSTK), le stock en main de
      *          VACINV.DAT en regard de la demande prevue, les lots
      *          qui expirent dans l'horizon HORIZON-EXPIRATION
      *          (imputation premier-expire-premier-sorti et lots
      *          rappeles exclus, comme VACEXP), les alertes ouvertes
      *          de VACALERT.RPT qui visent la region ou une marque
      *          qu'elle administre, et l'etat de soumission au
      *          portail de VACSUBST.DAT. Une page couverture compare
      *          la region a la moyenne provinciale. S'execute dans
      *          la chaine apres les autres rapports (VACPLAN.TXT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACBRIEF.
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

           SELECT ALR-FILE ASSIGN TO "VACALERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ALRFILE-STATUS.

           SELECT SUB-FILE ASSIGN TO "VACSUBST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-SUBFILE-STATUS.

           SELECT BRF-FILE ASSIGN USING VAC-BRF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-BRFFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POP-FILE.
           COPY "VACPOP.CPY".

       FD IN-FILE.
           COPY "VACREC.CPY".
           COPY "VACAGE.CPY".
       01 IN-FEED-REC              PIC X(100).

       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD INV-FILE.
           COPY "VACINV.CPY".

       FD SHIP-FILE.
           COPY "VACSHIP.CPY".

       FD RETR-FILE.
           COPY "VACRETR.CPY".

      * Ligne de detail de VACALERT.RPT (voir VACALERT); les lignes
      * de titre et d'en-tete n'ont pas de gravite reconnue.
       FD ALR-FILE.
       01 ALR-REC.
           05 ALR-GRAVITE          PIC X(8).
               88 ALR-EST-ALERTE       VALUE "CRITIQUE" "MAJEUR"
                                             "MINEUR".
           05 FILLER               PIC X(2).
           05 ALR-SUJET            PIC X(16).
           05 FILLER               PIC X(2).
           05 ALR-MESSAGE          PIC X(48).
           05 FILLER               PIC X(4).

       FD SUB-FILE.
           COPY "VACSUB.CPY".

       FD BRF-FILE.
       01 BRF-REC                  PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-INV-ABSENT       PIC X(1) VALUE "N".
           05 VAC-RETR-ABSENT      PIC X(1) VALUE "N".
           05 VAC-ALR-ABSENT       PIC X(1) VALUE "N".
           05 VAC-SUB-ABSENT       PIC X(1) VALUE "N".
           05 VAC-ALERTE-VISEE     PIC X(1) VALUE "N".
           05 VAC-SUB-TROUVE       PIC X(1) VALUE "N".
           05 VAC-LIGNE-ECRITE     PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(6) VALUE 0.
           05 VAC-BRIEF-COUNT      PIC 9(3) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-POPFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INVFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-SHIPFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RETRFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-ALRFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-SUBFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-BRFFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(16).
           05 VAC-ERR-FILE-STATUS  PIC X(2).

       01 VAC-RUN-DATE             PIC 9(8) VALUE 0.

       01 VAC-CIBLE-COUVERTURE     PIC 999V99 VALUE 75.00.

       01 VAC-HORIZON-INFO.
           05 VAC-HORIZON-JOURS    PIC 9(3) VALUE 30.
           05 VAC-HORIZON-DATE     PIC 9(8) VALUE 0.
           05 VAC-JOURS-WORK       PIC S9(9) VALUE 0.
           05 VAC-JOURS-RESTANTS   PIC S9(9) VALUE 0.

      * Regions de VACPOP.TXT avec les chiffres de la page couverture;
      * la province cumule les memes chiffres sur toutes les regions.
       01 VAC-RGN-TABLE.
           05 VAC-RGN-COUNT        PIC 9(3) VALUE 0.
           05 VAC-RGN-ENTRY OCCURS 20 TIMES INDEXED BY VAC-RGN-IDX.
               10 VAC-RGN-REGION     PIC X(4).
               10 VAC-RGN-POP        PIC 9(10).
               10 VAC-RGN-ANE        PIC 9(10).
               10 VAC-RGN-COM        PIC 9(10).
               10 VAC-RGN-TROIS      PIC 9(10).
               10 VAC-RGN-HEBDO      PIC S9(10).
               10 VAC-RGN-DEMANDE    PIC 9(10).
               10 VAC-RGN-STOCK      PIC S9(10).
               10 VAC-RGN-RISQUE     PIC 9(10).
               10 VAC-RGN-LOTS       PIC 9(3).
               10 VAC-RGN-ALERTES    PIC 9(3).
               10 VAC-RGN-SUB-TOT    PIC 9(3).
               10 VAC-RGN-SUB-ACC    PIC 9(3).
               10 VAC-RGN-SUB-ATT    PIC 9(3).
               10 VAC-RGN-SUB-RES    PIC 9(3).
               10 VAC-RGN-SUB-NON    PIC 9(3).

       01 VAC-PRV-TOTALS.
           05 VAC-PRV-POP          PIC 9(10) VALUE 0.
           05 VAC-PRV-ANE          PIC 9(10) VALUE 0.
           05 VAC-PRV-COM          PIC 9(10) VALUE 0.
           05 VAC-PRV-TROIS        PIC 9(10) VALUE 0.
           05 VAC-PRV-HEBDO        PIC S9(10) VALUE 0.
           05 VAC-PRV-DEMANDE      PIC 9(10) VALUE 0.
           05 VAC-PRV-STOCK        PIC S9(10) VALUE 0.
           05 VAC-PRV-RISQUE       PIC 9(10) VALUE 0.
           05 VAC-PRV-ALERTES      PIC 9(5) VALUE 0.
           05 VAC-PRV-SUB-TOT      PIC 9(5) VALUE 0.
           05 VAC-PRV-SUB-ACC      PIC 9(5) VALUE 0.

       01 VAC-AGE-KEY-WORK.
           05 VAC-AGE-REGION-WORK  PIC X(4).
           05 VAC-AGE-BANDE-WORK   PIC X(5).

       01 VAC-AGE-TABLE.
           05 VAC-AGE-COUNT        PIC 9(3) VALUE 0.
           05 VAC-AGE-ENTRY OCCURS 80 TIMES INDEXED BY VAC-AGE-IDX.
               10 VAC-AGE-T-REGION   PIC X(4).
               10 VAC-AGE-T-BANDE    PIC X(5).
               10 VAC-AGE-T-POP      PIC 9(10).
               10 VAC-AGE-T-ANE      PIC 9(10).
               10 VAC-AGE-T-COM      PIC 9(10).
               10 VAC-AGE-T-TROIS    PIC 9(10).

      * Doses administrees par marque et region (Vaccin.txt), pour
      * l'imputation aux lots et les marques presentes dans la region.
       01 VAC-ADM-TABLE.
           05 VAC-ADM-COUNT        PIC 9(3) VALUE 0.
           05 VAC-ADM-ENTRY OCCURS 200 TIMES INDEXED BY VAC-ADM-IDX.
               10 VAC-ADM-NOM        PIC X(16).
               10 VAC-ADM-REGION     PIC X(4).
               10 VAC-ADM-DOSES      PIC 9(10).

      * Deux derniers passages de l'historique par marque et region.
       01 VAC-BRH-TABLE.
           05 VAC-BRH-COUNT        PIC 9(3) VALUE 0.
           05 VAC-BRH-ENTRY OCCURS 200 TIMES INDEXED BY VAC-BRH-IDX.
               10 VAC-BRH-NOM        PIC X(16).
               10 VAC-BRH-REGION     PIC X(4).
               10 VAC-BRH-L-DATE     PIC 9(8).
               10 VAC-BRH-L-AMUNE    PIC 9(10).
               10 VAC-BRH-L-ANE      PIC 9(10).
               10 VAC-BRH-L-COM      PIC 9(10).
               10 VAC-BRH-L-TROIS    PIC 9(10).
               10 VAC-BRH-P-DATE     PIC 9(8).
               10 VAC-BRH-P-AMUNE    PIC 9(10).
               10 VAC-BRH-P-ANE      PIC 9(10).
               10 VAC-BRH-P-COM      PIC 9(10).
               10 VAC-BRH-P-TROIS    PIC 9(10).

       01 VAC-INV-TABLE.
           05 VAC-INV-COUNT        PIC 9(3) VALUE 0.
           05 VAC-INV-ENTRY OCCURS 200 TIMES INDEXED BY VAC-INV-IDX.
               10 VAC-INV-NOM        PIC X(16).
               10 VAC-INV-REGION     PIC X(4).
               10 VAC-INV-STOCK      PIC S9(10).

       01 VAC-LOT-TABLE.
           05 VAC-LOT-COUNT        PIC 9(3) VALUE 0.
           05 VAC-LOT-ENTRY OCCURS 200 TIMES INDEXED BY VAC-LOT-IDX.
               10 VAC-LOT-NOM        PIC X(16).
               10 VAC-LOT-REGION     PIC X(4).
               10 VAC-LOT-NO         PIC X(10).
               10 VAC-LOT-RECU       PIC 9(8).
               10 VAC-LOT-EXPIR      PIC 9(8).
               10 VAC-LOT-DOSES      PIC 9(8).
               10 VAC-LOT-RESTE      PIC 9(8).
               10 VAC-LOT-TRAITE     PIC X(1).
                   88 VAC-LOT-RAPPELE      VALUE "R".

       01 VAC-ALT-TABLE.
           05 VAC-ALT-COUNT        PIC 9(3) VALUE 0.
           05 VAC-ALT-ENTRY OCCURS 100 TIMES INDEXED BY VAC-ALT-IDX.
               10 VAC-ALT-GRAVITE    PIC X(8).
               10 VAC-ALT-SUJET      PIC X(16).
               10 VAC-ALT-MESSAGE    PIC X(48).

       01 VAC-SUB-TABLE.
           05 VAC-SUB-COUNT        PIC 9(3) VALUE 0.
           05 VAC-SUB-ENTRY OCCURS 300 TIMES INDEXED BY VAC-SB-IDX.
               10 VAC-SB-NOM         PIC X(16).
               10 VAC-SB-REGION      PIC X(4).
               10 VAC-SB-STATUT      PIC X(1).
               10 VAC-SB-NO-LOT      PIC X(12).
               10 VAC-SB-DATE-MAJ    PIC 9(8).

       01 VAC-FEFO-WORK.
           05 VAC-ADM-RESTANT      PIC S9(10) VALUE 0.
           05 VAC-BEST-LOT         PIC 9(3) VALUE 0.
           05 VAC-BEST-EXPIR       PIC 9(8) VALUE 0.
           05 VAC-SCAN-CTR         PIC 9(3) VALUE 0.
           05 VAC-CONSOMME         PIC 9(8) VALUE 0.

       01 VAC-CALC-WORK.
           05 VAC-DEMANDE-PREVUE   PIC S9(10) VALUE 0.
           05 VAC-DEMANDE-ECHEANCE PIC S9(10) VALUE 0.
           05 VAC-PERTE-PREVUE     PIC S9(10) VALUE 0.
           05 VAC-TOT-PERTE        PIC 9(10) VALUE 0.
           05 VAC-DLT-AMUNE        PIC S9(10) VALUE 0.
           05 VAC-DLT-ANE          PIC S9(10) VALUE 0.
           05 VAC-DLT-COM          PIC S9(10) VALUE 0.
           05 VAC-DLT-TROIS        PIC S9(10) VALUE 0.
           05 VAC-SEMAINES         PIC 9(5)V9 VALUE 0.
           05 VAC-TOT-DEMANDE      PIC 9(10) VALUE 0.
           05 VAC-TOT-STOCK        PIC S9(10) VALUE 0.
           05 VAC-TOT-RISQUE       PIC 9(10) VALUE 0.
           05 VAC-STOCK-EN-MAIN-WORK PIC S9(10) VALUE 0.
           05 VAC-ADM-NOM-CLE      PIC X(16) VALUE SPACES.

       01 VAC-PCT-WORK.
           05 VAC-PCT-ANE          PIC 999V99 VALUE 0.
           05 VAC-PCT-COM          PIC 999V99 VALUE 0.
           05 VAC-PCT-TROIS        PIC 999V99 VALUE 0.

      * Indicateur de la page couverture: valeur de la region, valeur
      * provinciale et sens souhaite (H = plus haut vaut mieux,
      * B = plus bas vaut mieux) pour marquer la region a suivre.
       01 VAC-CVR-WORK.
           05 VAC-CVR-LIBELLE      PIC X(31).
           05 VAC-CVR-VAL-RGN      PIC 9(7)V99 VALUE 0.
           05 VAC-CVR-VAL-PRV      PIC 9(7)V99 VALUE 0.
           05 VAC-CVR-ECART        PIC S9(7)V99 VALUE 0.
           05 VAC-CVR-SENS         PIC X(1).
           05 VAC-CVR-NOTE         PIC X(12).

       01 VAC-PARM-FILE-NAMES.
           05 VAC-IN-FILE-NAME     PIC X(64) VALUE "Vaccin.txt".
           05 VAC-HIST-FILE-NAME   PIC X(64) VALUE "VACHIST.DAT".
           05 VAC-BRF-FILE-NAME    PIC X(64) VALUE SPACES.

           COPY "VACPARM.CPY".

       01 VAC-BRF-RULE-LINE        PIC X(80) VALUE ALL "=".

       01 VAC-BRF-TITLE-LINE.
           05 FILLER               PIC X(29) VALUE
               "BREFFAGE REGIONAL - REGION : ".
           05 VAC-BRF-TITLE-REGION PIC X(4).
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "SEMAINE DU : ".
           05 VAC-BRF-TITLE-DATE   PIC 9(8).

       01 VAC-BRF-SUBTITLE-LINE.
           05 FILLER               PIC X(40) VALUE
               "A L'INTENTION DE LA DIRECTION REGIONALE ".
           05 FILLER               PIC X(17) VALUE
               "DE SANTE PUBLIQUE".

       01 VAC-CVR-HEADING-LINE.
           05 FILLER               PIC X(31) VALUE
               "INDICATEUR".
           05 FILLER               PIC X(12) VALUE
               "    REGION  ".
           05 FILLER               PIC X(12) VALUE
               "  PROVINCE  ".
           05 FILLER               PIC X(11) VALUE
               "      ECART".

       01 VAC-CVR-DETAIL-LINE.
           05 VAC-CVR-LINE-LIBELLE PIC X(31).
           05 VAC-CVR-LINE-RGN     PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-CVR-LINE-PRV     PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-CVR-LINE-ECART   PIC -ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-CVR-LINE-NOTE    PIC X(12).

       01 VAC-CLE-DETAIL-LINE.
           05 VAC-CLE-LINE-LIBELLE PIC X(40).
           05 VAC-CLE-LINE-VALEUR  PIC -ZZZ,ZZZ,ZZ9.

       01 VAC-COV-HEADING-LINE     PIC X(60) VALUE
           "REGION   POPULATION  1RE DOSE   2E DOSE    RAPPEL".

       01 VAC-COV-DETAIL-LINE.
           05 VAC-COV-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-COV-LINE-POP     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-COV-LINE-ANE     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-COV-LINE-COM     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-COV-LINE-TROIS   PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-COV-LINE-FLAG    PIC X(14).

       01 VAC-AGE-HEADING-LINE     PIC X(64) VALUE
           "REGION  BANDE   POPULATION  1RE DOSE   2E DOSE    RAPPEL".

       01 VAC-AGE-DETAIL-LINE.
           05 VAC-AGE-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 VAC-AGE-LINE-BANDE   PIC X(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-AGE-LINE-POP     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-AGE-LINE-ANE     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-AGE-LINE-COM     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-AGE-LINE-TROIS   PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-AGE-LINE-FLAG    PIC X(14).

       01 VAC-HEB-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
               "VACCIN            PRECEDENT  RECENT     ".
           05 FILLER               PIC X(37) VALUE
               "  TOTAL  1RE DOSE   2E DOSE    RAPPEL".

       01 VAC-HEB-DETAIL-LINE.
           05 VAC-HEB-LINE-NOM     PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-P-DATE  PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-L-DATE  PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-AMUNE   PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-ANE     PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-COM     PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-HEB-LINE-TROIS   PIC -ZZZ,ZZ9.

       01 VAC-HEB-NODATA-LINE.
           05 VAC-HEB-ND-NOM       PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE
               "UN SEUL PASSAGE A L'HISTORIQUE".

       01 VAC-STK-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
               "VACCIN                  STOCK      DEMAN".
           05 FILLER               PIC X(16) VALUE
               "DE  SEMAINES".

       01 VAC-STK-DETAIL-LINE.
           05 VAC-STK-LINE-NOM     PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-STK-LINE-STOCK   PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-STK-LINE-DEMANDE PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-STK-LINE-SEM     PIC ZZZ9.9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-STK-LINE-FLAG    PIC X(16).

       01 VAC-EXP-TITLE-LINE.
           05 FILLER               PIC X(40) VALUE
               "4. LOTS A ECHEANCE DANS LA REGION (HORIZ".
           05 FILLER               PIC X(04) VALUE "ON: ".
           05 VAC-EXP-TITLE-JOURS  PIC ZZ9.
           05 FILLER               PIC X(07) VALUE " JOURS)".

       01 VAC-EXP-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
               "VACCIN            LOT        EXPIRATION ".
           05 FILLER               PIC X(29) VALUE
               " A RISQUE  DEMANDE    PERTE".

       01 VAC-EXP-DETAIL-LINE.
           05 VAC-EXP-LINE-NOM     PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-EXP-LINE-LOT     PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-EXP-LINE-EXPIR   PIC 9(8).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 VAC-EXP-LINE-RISQUE  PIC ZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-EXP-LINE-DEMANDE PIC ZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-EXP-LINE-PERTE   PIC ZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-EXP-LINE-FLAG    PIC X(9).

       01 VAC-ALT-DETAIL-LINE.
           05 VAC-ALT-LINE-GRAVITE PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-ALT-LINE-SUJET   PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-ALT-LINE-MESSAGE PIC X(48).

       01 VAC-SUB-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
               "VACCIN            ETAT            LOT DE".
           05 FILLER               PIC X(25) VALUE
               " SOUMISSION   MISE A JOUR".

       01 VAC-SUB-DETAIL-LINE.
           05 VAC-SUB-LINE-NOM     PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-SUB-LINE-ETAT    PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-SUB-LINE-LOT     PIC X(12).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 VAC-SUB-LINE-DATE    PIC 9(8).

       01 VAC-SUB-NONSOUMIS-LINE.
           05 VAC-SUB-NS-NOM       PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "NON SOUMISE".

       01 VAC-CNT-DETAIL-LINE.
           05 VAC-CNT-LINE-LIBELLE PIC X(40).
           05 VAC-CNT-LINE-VALEUR  PIC ZZZ9.

       01 VAC-BRF-END-LINE.
           05 FILLER               PIC X(27) VALUE
               "FIN DU BREFFAGE - REGION : ".
           05 VAC-BRF-END-REGION   PIC X(4).

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
           PERFORM 070-COMPUTE-HORIZON.
           PERFORM 100-LOAD-POPULATION.
           PERFORM 150-LOAD-COUNTS.
           PERFORM 200-LOAD-HISTORY.
           PERFORM 230-LOAD-INVENTORY.
           PERFORM 250-LOAD-SHIPMENTS.
           PERFORM 260-LOAD-WITHDRAWALS.
           PERFORM 270-CONSUME-FEFO
               VARYING VAC-ADM-IDX FROM 1 BY 1
               UNTIL VAC-ADM-IDX > VAC-ADM-COUNT.
           PERFORM 280-LOAD-ALERTS.
           PERFORM 290-LOAD-SUBMISSIONS.
           PERFORM 300-FIN.
           GOBACK.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           MOVE VACPRM-FICHIER-VACCIN TO VAC-IN-FILE-NAME.
           MOVE VACPRM-FICHIER-HIST TO VAC-HIST-FILE-NAME.
           MOVE VACPRM-HORIZON-EXPIR TO VAC-HORIZON-JOURS.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.

       070-COMPUTE-HORIZON.

           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
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

      * Une ligne d'age se reconnait a sa bande non numerique en
      * colonnes 5 a 9 (voir VACPOP.CPY).
           IF POP-ELIGIBLE IS NUMERIC
               PERFORM 115-LOAD-REGION-POP
           ELSE
               PERFORM 118-LOAD-AGE-POP
           END-IF.

           READ POP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       115-LOAD-REGION-POP.

           IF VAC-RGN-COUNT = 20
               MOVE "VACPOP.TXT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-RGN-COUNT.
           SET VAC-RGN-IDX TO VAC-RGN-COUNT.
           INITIALIZE VAC-RGN-ENTRY (VAC-RGN-IDX).
           MOVE POP-REGION-CODE TO VAC-RGN-REGION (VAC-RGN-IDX).
           MOVE POP-ELIGIBLE    TO VAC-RGN-POP (VAC-RGN-IDX).

       118-LOAD-AGE-POP.

           IF POP-AGE-ELIGIBLE IS NOT NUMERIC
               DISPLAY "POPULATION NON NUMERIQUE POUR LA REGION "
                   POP-AGE-REGION " BANDE " POP-AGE-BANDE
               MOVE "VACPOP.TXT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE POP-AGE-REGION TO VAC-AGE-REGION-WORK.
           MOVE POP-AGE-BANDE  TO VAC-AGE-BANDE-WORK.
           PERFORM 170-FIND-OR-ADD-AGE.
           MOVE POP-AGE-ELIGIBLE TO VAC-AGE-T-POP (VAC-AGE-IDX).

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

      * Les enregistrements de controle *ENTETE* et *TOTAUX* de
      * l'alimentation (voir FILECHECK) ne comptent pas; la
      * ventilation *AGEBND* alimente la grille par groupe d'age.
           IF AGE-EST-AGEBND
               PERFORM 168-ACCUMULATE-AGE
           ELSE
               IF NOM-VACCIN (1:1) NOT = "*"
                   AND NBR-AMUNE IS NUMERIC
                   PERFORM 165-ACCUMULATE-REGION
                   PERFORM 175-POST-ADMIN
               END-IF
           END-IF.

           READ IN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       165-ACCUMULATE-REGION.

           SET VAC-RGN-IDX TO 1.
           SEARCH VAC-RGN-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                   CONTINUE
               WHEN VAC-RGN-REGION (VAC-RGN-IDX) = REGION-CODE
                   ADD NBR-ANE   TO VAC-RGN-ANE (VAC-RGN-IDX)
                   ADD NBR-COM   TO VAC-RGN-COM (VAC-RGN-IDX)
                   ADD NBR-TROIS TO VAC-RGN-TROIS (VAC-RGN-IDX)
                   ADD NBR-ANE   TO VAC-PRV-ANE
                   ADD NBR-COM   TO VAC-PRV-COM
                   ADD NBR-TROIS TO VAC-PRV-TROIS
           END-SEARCH.

       168-ACCUMULATE-AGE.

           MOVE AGE-REGION-CODE TO VAC-AGE-REGION-WORK.
           MOVE AGE-BANDE       TO VAC-AGE-BANDE-WORK.
           PERFORM 170-FIND-OR-ADD-AGE.
           IF AGE-NBR-ANE IS NUMERIC
               ADD AGE-NBR-ANE TO VAC-AGE-T-ANE (VAC-AGE-IDX)
           END-IF.
           IF AGE-NBR-COM IS NUMERIC
               ADD AGE-NBR-COM TO VAC-AGE-T-COM (VAC-AGE-IDX)
           END-IF.
           IF AGE-NBR-TROIS IS NUMERIC
               ADD AGE-NBR-TROIS TO VAC-AGE-T-TROIS (VAC-AGE-IDX)
           END-IF.

       170-FIND-OR-ADD-AGE.

           SET VAC-AGE-IDX TO 1.
           SEARCH VAC-AGE-ENTRY
               AT END
                   PERFORM 172-ADD-NEW-AGE
               WHEN VAC-AGE-IDX > VAC-AGE-COUNT
                   PERFORM 172-ADD-NEW-AGE
               WHEN VAC-AGE-T-REGION (VAC-AGE-IDX)
                       = VAC-AGE-REGION-WORK
                   AND VAC-AGE-T-BANDE (VAC-AGE-IDX)
                       = VAC-AGE-BANDE-WORK
                   CONTINUE
           END-SEARCH.

       172-ADD-NEW-AGE.

           IF VAC-AGE-COUNT = 80
               MOVE "TABLE AGE" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-AGE-COUNT.
           SET VAC-AGE-IDX TO VAC-AGE-COUNT.
           MOVE VAC-AGE-REGION-WORK TO VAC-AGE-T-REGION (VAC-AGE-IDX).
           MOVE VAC-AGE-BANDE-WORK  TO VAC-AGE-T-BANDE (VAC-AGE-IDX).
           MOVE 0 TO VAC-AGE-T-POP (VAC-AGE-IDX).
           MOVE 0 TO VAC-AGE-T-ANE (VAC-AGE-IDX).
           MOVE 0 TO VAC-AGE-T-COM (VAC-AGE-IDX).
           MOVE 0 TO VAC-AGE-T-TROIS (VAC-AGE-IDX).

       175-POST-ADMIN.

           SET VAC-ADM-IDX TO 1.
           SEARCH VAC-ADM-ENTRY
               AT END
                   PERFORM 177-ADD-NEW-ADMIN
               WHEN VAC-ADM-IDX > VAC-ADM-COUNT
                   PERFORM 177-ADD-NEW-ADMIN
               WHEN VAC-ADM-NOM (VAC-ADM-IDX) = NOM-VACCIN
                   AND VAC-ADM-REGION (VAC-ADM-IDX) = REGION-CODE
                   ADD NBR-AMUNE TO VAC-ADM-DOSES (VAC-ADM-IDX)
           END-SEARCH.

       177-ADD-NEW-ADMIN.

           IF VAC-ADM-COUNT = 200
               MOVE "TABLE ADMIN" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-ADM-COUNT.
           SET VAC-ADM-IDX TO VAC-ADM-COUNT.
           MOVE NOM-VACCIN  TO VAC-ADM-NOM (VAC-ADM-IDX).
           MOVE REGION-CODE TO VAC-ADM-REGION (VAC-ADM-IDX).
           MOVE NBR-AMUNE   TO VAC-ADM-DOSES (VAC-ADM-IDX).

       200-LOAD-HISTORY.

           OPEN INPUT HIST-FILE.
           IF VAC-HISTFILE-STATUS = "35"
               MOVE "Y" TO VAC-HIST-ABSENT
               DISPLAY "HISTORIQUE ABSENT - DEMANDE PREVUE A ZERO: "
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
           IF HIST-REGION-CODE NOT = SPACES
               AND HIST-NBR-AMUNE IS NUMERIC
               SET VAC-BRH-IDX TO 1
               SEARCH VAC-BRH-ENTRY
                   AT END
                       PERFORM 215-ADD-NEW-BRH
                   WHEN VAC-BRH-IDX > VAC-BRH-COUNT
                       PERFORM 215-ADD-NEW-BRH
                   WHEN VAC-BRH-NOM (VAC-BRH-IDX) = HIST-NOM-VACCIN
                       AND VAC-BRH-REGION (VAC-BRH-IDX)
                           = HIST-REGION-CODE
                       PERFORM 220-UPDATE-BRH
               END-SEARCH
           END-IF.

           READ HIST-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       215-ADD-NEW-BRH.

           IF VAC-BRH-COUNT = 200
               MOVE "TABLE HISTO" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-BRH-COUNT.
           SET VAC-BRH-IDX TO VAC-BRH-COUNT.
           INITIALIZE VAC-BRH-ENTRY (VAC-BRH-IDX).
           MOVE HIST-NOM-VACCIN  TO VAC-BRH-NOM (VAC-BRH-IDX).
           MOVE HIST-REGION-CODE TO VAC-BRH-REGION (VAC-BRH-IDX).
           PERFORM 224-SET-LATEST.

       220-UPDATE-BRH.

      * Retient les deux passages les plus recents de la paire
      * marque/region; avec une execution hebdomadaire,
      * l'avant-dernier vaut la semaine precedente (meme
      * approximation que VACSTK et VACEXP). A date egale les
      * rangees s'additionnent.
           IF HIST-RUN-DATE > VAC-BRH-L-DATE (VAC-BRH-IDX)
               PERFORM 222-SHIFT-LATEST
               PERFORM 224-SET-LATEST
           ELSE
           IF HIST-RUN-DATE = VAC-BRH-L-DATE (VAC-BRH-IDX)
               ADD HIST-NBR-AMUNE TO VAC-BRH-L-AMUNE (VAC-BRH-IDX)
               ADD HIST-NBR-ANE   TO VAC-BRH-L-ANE (VAC-BRH-IDX)
               ADD HIST-NBR-COM   TO VAC-BRH-L-COM (VAC-BRH-IDX)
               ADD HIST-NBR-TROIS TO VAC-BRH-L-TROIS (VAC-BRH-IDX)
           ELSE
           IF HIST-RUN-DATE = VAC-BRH-P-DATE (VAC-BRH-IDX)
               ADD HIST-NBR-AMUNE TO VAC-BRH-P-AMUNE (VAC-BRH-IDX)
               ADD HIST-NBR-ANE   TO VAC-BRH-P-ANE (VAC-BRH-IDX)
               ADD HIST-NBR-COM   TO VAC-BRH-P-COM (VAC-BRH-IDX)
               ADD HIST-NBR-TROIS TO VAC-BRH-P-TROIS (VAC-BRH-IDX)
           ELSE
           IF HIST-RUN-DATE > VAC-BRH-P-DATE (VAC-BRH-IDX)
               PERFORM 226-SET-PREVIOUS
           END-IF
           END-IF
           END-IF
           END-IF.

       222-SHIFT-LATEST.

           MOVE VAC-BRH-L-DATE (VAC-BRH-IDX)
               TO VAC-BRH-P-DATE (VAC-BRH-IDX).
           MOVE VAC-BRH-L-AMUNE (VAC-BRH-IDX)
               TO VAC-BRH-P-AMUNE (VAC-BRH-IDX).
           MOVE VAC-BRH-L-ANE (VAC-BRH-IDX)
               TO VAC-BRH-P-ANE (VAC-BRH-IDX).
           MOVE VAC-BRH-L-COM (VAC-BRH-IDX)
               TO VAC-BRH-P-COM (VAC-BRH-IDX).
           MOVE VAC-BRH-L-TROIS (VAC-BRH-IDX)
               TO VAC-BRH-P-TROIS (VAC-BRH-IDX).

       224-SET-LATEST.

           MOVE HIST-RUN-DATE  TO VAC-BRH-L-DATE (VAC-BRH-IDX).
           MOVE HIST-NBR-AMUNE TO VAC-BRH-L-AMUNE (VAC-BRH-IDX).
           MOVE HIST-NBR-ANE   TO VAC-BRH-L-ANE (VAC-BRH-IDX).
           MOVE HIST-NBR-COM   TO VAC-BRH-L-COM (VAC-BRH-IDX).
           MOVE HIST-NBR-TROIS TO VAC-BRH-L-TROIS (VAC-BRH-IDX).

       226-SET-PREVIOUS.

           MOVE HIST-RUN-DATE  TO VAC-BRH-P-DATE (VAC-BRH-IDX).
           MOVE HIST-NBR-AMUNE TO VAC-BRH-P-AMUNE (VAC-BRH-IDX).
           MOVE HIST-NBR-ANE   TO VAC-BRH-P-ANE (VAC-BRH-IDX).
           MOVE HIST-NBR-COM   TO VAC-BRH-P-COM (VAC-BRH-IDX).
           MOVE HIST-NBR-TROIS TO VAC-BRH-P-TROIS (VAC-BRH-IDX).

       230-LOAD-INVENTORY.

      * Sans VACINV.DAT (VACSTK n'a pas encore tourne), la section de
      * stock le signale et le stock en main vaut zero.
           OPEN INPUT INV-FILE.
           IF VAC-INVFILE-STATUS = "35"
               MOVE "Y" TO VAC-INV-ABSENT
               DISPLAY "VACINV.DAT ABSENT - "
                   "STOCK EN MAIN NON DISPONIBLE"
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

           IF VAC-INV-COUNT = 200
               MOVE "VACINV.DAT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           IF INV-STOCK IS NUMERIC
               ADD 1 TO VAC-INV-COUNT
               SET VAC-INV-IDX TO VAC-INV-COUNT
               MOVE INV-NOM-VACCIN  TO VAC-INV-NOM (VAC-INV-IDX)
               MOVE INV-REGION-CODE TO VAC-INV-REGION (VAC-INV-IDX)
               MOVE INV-STOCK       TO VAC-INV-STOCK (VAC-INV-IDX)
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

      * Une rangee planifiee par le plan d'allocation (lot *PREVU*,
      * voir VACSHIP.CPY) n'est pas encore une reception.
           IF SHIP-LOT-PREVU
               DISPLAY "LIVRAISON PREVUE NON CONFIRMEE IGNOREE: "
                   SHIP-NOM-VACCIN " " SHIP-REGION-CODE
           ELSE
           IF SHIP-NBR-DOSES IS NOT NUMERIC
               OR SHIP-DATE-EXPIR IS NOT NUMERIC
               OR SHIP-DATE-RECU IS NOT NUMERIC
               DISPLAY "LIVRAISON NON NUMERIQUE IGNOREE: "
                   SHIP-NOM-VACCIN
           ELSE
               IF VAC-LOT-COUNT = 200
                   MOVE "TABLE LOTS" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-LOT-COUNT
               SET VAC-LOT-IDX TO VAC-LOT-COUNT
               MOVE SHIP-NOM-VACCIN  TO VAC-LOT-NOM (VAC-LOT-IDX)
               MOVE SHIP-REGION-CODE TO VAC-LOT-REGION (VAC-LOT-IDX)
               MOVE SHIP-NO-LOT      TO VAC-LOT-NO (VAC-LOT-IDX)
               MOVE SHIP-DATE-RECU   TO VAC-LOT-RECU (VAC-LOT-IDX)
               MOVE SHIP-DATE-EXPIR  TO VAC-LOT-EXPIR (VAC-LOT-IDX)
               MOVE SHIP-NBR-DOSES   TO VAC-LOT-DOSES (VAC-LOT-IDX)
               MOVE SHIP-NBR-DOSES   TO VAC-LOT-RESTE (VAC-LOT-IDX)
               MOVE "N"              TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF
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
           PERFORM 267-EXCLUDE-ONE-LOT
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           IF RETR-NBR-AVANT IS NUMERIC
               SET VAC-ADM-IDX TO 1
               SEARCH VAC-ADM-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-ADM-IDX > VAC-ADM-COUNT
                       CONTINUE
                   WHEN VAC-ADM-NOM (VAC-ADM-IDX) = RETR-NOM-VACCIN
                       AND VAC-ADM-REGION (VAC-ADM-IDX)
                           = RETR-REGION-CODE
                       IF RETR-NBR-AVANT < VAC-ADM-DOSES (VAC-ADM-IDX)
                           SUBTRACT RETR-NBR-AVANT
                               FROM VAC-ADM-DOSES (VAC-ADM-IDX)
                       ELSE
                           MOVE 0 TO VAC-ADM-DOSES (VAC-ADM-IDX)
                       END-IF
               END-SEARCH
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
               AND VAC-LOT-NOM (VAC-LOT-IDX) = RETR-NOM-VACCIN
               AND VAC-LOT-REGION (VAC-LOT-IDX) = RETR-REGION-CODE
               AND VAC-LOT-RECU (VAC-LOT-IDX) = RETR-DATE-RECU
               MOVE 0 TO VAC-LOT-RESTE (VAC-LOT-IDX)
               MOVE "R" TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF.

       270-CONSUME-FEFO.

      * Les doses administrees d'une paire marque/region s'imputent
      * aux lots recus en ordre premier-expire-premier-sorti.
           MOVE VAC-ADM-DOSES (VAC-ADM-IDX) TO VAC-ADM-RESTANT.
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
               AND VAC-LOT-NOM (VAC-LOT-IDX)
                   = VAC-ADM-NOM (VAC-ADM-IDX)
               AND VAC-LOT-REGION (VAC-LOT-IDX)
                   = VAC-ADM-REGION (VAC-ADM-IDX)
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) < VAC-BEST-EXPIR
               MOVE VAC-LOT-EXPIR (VAC-LOT-IDX) TO VAC-BEST-EXPIR
               MOVE VAC-SCAN-CTR TO VAC-BEST-LOT
           END-IF.

       280-LOAD-ALERTS.

      * VACALERT tourne avant cette etape dans la chaine; sans son
      * rapport, la section des alertes le signale.
           OPEN INPUT ALR-FILE.
           IF VAC-ALRFILE-STATUS = "35"
               MOVE "Y" TO VAC-ALR-ABSENT
               DISPLAY "VACALERT.RPT ABSENT - ALERTES NON DISPONIBLES"
           ELSE
               IF VAC-ALRFILE-STATUS NOT = "00"
                   MOVE "VACALERT.RPT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ALRFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ ALR-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 285-POST-ONE-ALERT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ALR-FILE
           END-IF.

       285-POST-ONE-ALERT.

           IF ALR-EST-ALERTE
               IF VAC-ALT-COUNT = 100
                   MOVE "TABLE ALERTES" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-ALT-COUNT
               SET VAC-ALT-IDX TO VAC-ALT-COUNT
               MOVE ALR-GRAVITE TO VAC-ALT-GRAVITE (VAC-ALT-IDX)
               MOVE ALR-SUJET   TO VAC-ALT-SUJET (VAC-ALT-IDX)
               MOVE ALR-MESSAGE TO VAC-ALT-MESSAGE (VAC-ALT-IDX)
           END-IF.

           READ ALR-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       290-LOAD-SUBMISSIONS.

           OPEN INPUT SUB-FILE.
           IF VAC-SUBFILE-STATUS = "35"
               MOVE "Y" TO VAC-SUB-ABSENT
               DISPLAY "VACSUBST.DAT ABSENT - "
                   "ETAT DE SOUMISSION INCONNU"
           ELSE
               IF VAC-SUBFILE-STATUS NOT = "00"
                   MOVE "VACSUBST.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-SUBFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ SUB-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 295-POST-ONE-SUBMISSION
                   UNTIL EOF-SWITCH = "Y"
               CLOSE SUB-FILE
           END-IF.

       295-POST-ONE-SUBMISSION.

           IF VAC-SUB-COUNT = 300
               MOVE "VACSUBST.DAT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-SUB-COUNT.
           SET VAC-SB-IDX TO VAC-SUB-COUNT.
           MOVE SUB-NOM-VACCIN  TO VAC-SB-NOM (VAC-SB-IDX).
           MOVE SUB-REGION-CODE TO VAC-SB-REGION (VAC-SB-IDX).
           MOVE SUB-STATUT      TO VAC-SB-STATUT (VAC-SB-IDX).
           MOVE SUB-NO-LOT      TO VAC-SB-NO-LOT (VAC-SB-IDX).
           MOVE SUB-DATE-MAJ    TO VAC-SB-DATE-MAJ (VAC-SB-IDX).

           READ SUB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       300-FIN.

           PERFORM 310-SUM-ONE-REGION
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           PERFORM 400-WRITE-BRIEFING
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           DISPLAY "VACBRIEF TERMINE - BREFFAGES REGIONAUX: "
               VAC-BRIEF-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       310-SUM-ONE-REGION.

           PERFORM 312-SUM-ONE-HISTORY
               VARYING VAC-BRH-IDX FROM 1 BY 1
               UNTIL VAC-BRH-IDX > VAC-BRH-COUNT.
           PERFORM 314-SUM-ONE-INVENTORY
               VARYING VAC-INV-IDX FROM 1 BY 1
               UNTIL VAC-INV-IDX > VAC-INV-COUNT.
           PERFORM 316-SUM-ONE-LOT
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.
           PERFORM 318-SUM-ONE-ALERT
               VARYING VAC-ALT-IDX FROM 1 BY 1
               UNTIL VAC-ALT-IDX > VAC-ALT-COUNT.
           PERFORM 320-SUM-ONE-SUBMISSION
               VARYING VAC-SB-IDX FROM 1 BY 1
               UNTIL VAC-SB-IDX > VAC-SUB-COUNT.
           IF VAC-SUB-ABSENT = "N"
               PERFORM 322-SUM-ONE-UNSUBMITTED
                   VARYING VAC-ADM-IDX FROM 1 BY 1
                   UNTIL VAC-ADM-IDX > VAC-ADM-COUNT
           END-IF.

           ADD VAC-RGN-POP (VAC-RGN-IDX)     TO VAC-PRV-POP.
           ADD VAC-RGN-HEBDO (VAC-RGN-IDX)   TO VAC-PRV-HEBDO.
           ADD VAC-RGN-DEMANDE (VAC-RGN-IDX) TO VAC-PRV-DEMANDE.
           ADD VAC-RGN-STOCK (VAC-RGN-IDX)   TO VAC-PRV-STOCK.
           ADD VAC-RGN-RISQUE (VAC-RGN-IDX)  TO VAC-PRV-RISQUE.
           ADD VAC-RGN-ALERTES (VAC-RGN-IDX) TO VAC-PRV-ALERTES.
           ADD VAC-RGN-SUB-TOT (VAC-RGN-IDX) TO VAC-PRV-SUB-TOT.
           ADD VAC-RGN-SUB-ACC (VAC-RGN-IDX) TO VAC-PRV-SUB-ACC.

       312-SUM-ONE-HISTORY.

           IF VAC-BRH-REGION (VAC-BRH-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               AND VAC-BRH-P-DATE (VAC-BRH-IDX) > 0
               COMPUTE VAC-DLT-AMUNE = VAC-BRH-L-AMUNE (VAC-BRH-IDX)
                   - VAC-BRH-P-AMUNE (VAC-BRH-IDX)
               ADD VAC-DLT-AMUNE TO VAC-RGN-HEBDO (VAC-RGN-IDX)
               IF VAC-DLT-AMUNE > 0
                   ADD VAC-DLT-AMUNE TO VAC-RGN-DEMANDE (VAC-RGN-IDX)
               END-IF
           END-IF.

       314-SUM-ONE-INVENTORY.

           IF VAC-INV-REGION (VAC-INV-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               ADD VAC-INV-STOCK (VAC-INV-IDX)
                   TO VAC-RGN-STOCK (VAC-RGN-IDX)
           END-IF.

       316-SUM-ONE-LOT.

           IF VAC-LOT-REGION (VAC-LOT-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               AND VAC-LOT-RESTE (VAC-LOT-IDX) > 0
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) NOT > VAC-HORIZON-DATE
               ADD 1 TO VAC-RGN-LOTS (VAC-RGN-IDX)
               ADD VAC-LOT-RESTE (VAC-LOT-IDX)
                   TO VAC-RGN-RISQUE (VAC-RGN-IDX)
           END-IF.

       318-SUM-ONE-ALERT.

           PERFORM 330-CHECK-ALERT-REGION.
           IF VAC-ALERTE-VISEE = "Y"
               ADD 1 TO VAC-RGN-ALERTES (VAC-RGN-IDX)
           END-IF.

       320-SUM-ONE-SUBMISSION.

           IF VAC-SB-REGION (VAC-SB-IDX) = VAC-RGN-REGION (VAC-RGN-IDX)
               ADD 1 TO VAC-RGN-SUB-TOT (VAC-RGN-IDX)
               IF VAC-SB-STATUT (VAC-SB-IDX) = "A"
                   ADD 1 TO VAC-RGN-SUB-ACC (VAC-RGN-IDX)
               ELSE
               IF VAC-SB-STATUT (VAC-SB-IDX) = "P"
                   ADD 1 TO VAC-RGN-SUB-ATT (VAC-RGN-IDX)
               ELSE
                   ADD 1 TO VAC-RGN-SUB-RES (VAC-RGN-IDX)
               END-IF
               END-IF
           END-IF.

       322-SUM-ONE-UNSUBMITTED.

           IF VAC-ADM-REGION (VAC-ADM-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               PERFORM 335-CHECK-ADM-SUBMITTED
               IF VAC-SUB-TROUVE = "N"
                   ADD 1 TO VAC-RGN-SUB-NON (VAC-RGN-IDX)
               END-IF
           END-IF.

       330-CHECK-ALERT-REGION.

      * Une alerte vise la region si son sujet est le code de la
      * region (part regionale) ou une marque que la region
      * administre ou a administree aux deux derniers passages.
           MOVE "N" TO VAC-ALERTE-VISEE.
           IF VAC-ALT-SUJET (VAC-ALT-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               MOVE "Y" TO VAC-ALERTE-VISEE
           ELSE
               SET VAC-ADM-IDX TO 1
               SEARCH VAC-ADM-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-ADM-IDX > VAC-ADM-COUNT
                       CONTINUE
                   WHEN VAC-ADM-NOM (VAC-ADM-IDX)
                           = VAC-ALT-SUJET (VAC-ALT-IDX)
                       AND VAC-ADM-REGION (VAC-ADM-IDX)
                           = VAC-RGN-REGION (VAC-RGN-IDX)
                       MOVE "Y" TO VAC-ALERTE-VISEE
               END-SEARCH
               SET VAC-BRH-IDX TO 1
               SEARCH VAC-BRH-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-BRH-IDX > VAC-BRH-COUNT
                       CONTINUE
                   WHEN VAC-BRH-NOM (VAC-BRH-IDX)
                           = VAC-ALT-SUJET (VAC-ALT-IDX)
                       AND VAC-BRH-REGION (VAC-BRH-IDX)
                           = VAC-RGN-REGION (VAC-RGN-IDX)
                       MOVE "Y" TO VAC-ALERTE-VISEE
               END-SEARCH
           END-IF.

       335-CHECK-ADM-SUBMITTED.

           MOVE "N" TO VAC-SUB-TROUVE.
           SET VAC-SB-IDX TO 1.
           SEARCH VAC-SUB-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-SB-IDX > VAC-SUB-COUNT
                   CONTINUE
               WHEN VAC-SB-NOM (VAC-SB-IDX) = VAC-ADM-NOM (VAC-ADM-IDX)
                   AND VAC-SB-REGION (VAC-SB-IDX)
                       = VAC-ADM-REGION (VAC-ADM-IDX)
                   MOVE "Y" TO VAC-SUB-TROUVE
           END-SEARCH.

       340-LOOKUP-DEMAND.

      * Demande hebdomadaire prevue d'une marque dans la region: ecart
      * des doses totales entre les deux derniers passages.
           MOVE 0 TO VAC-DEMANDE-PREVUE.
           SET VAC-BRH-IDX TO 1.
           SEARCH VAC-BRH-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-BRH-IDX > VAC-BRH-COUNT
                   CONTINUE
               WHEN VAC-BRH-NOM (VAC-BRH-IDX) = VAC-ADM-NOM-CLE
                   AND VAC-BRH-REGION (VAC-BRH-IDX)
                       = VAC-RGN-REGION (VAC-RGN-IDX)
                   IF VAC-BRH-P-DATE (VAC-BRH-IDX) > 0
                       COMPUTE VAC-DEMANDE-PREVUE =
                           VAC-BRH-L-AMUNE (VAC-BRH-IDX)
                           - VAC-BRH-P-AMUNE (VAC-BRH-IDX)
                       IF VAC-DEMANDE-PREVUE < 0
                           MOVE 0 TO VAC-DEMANDE-PREVUE
                       END-IF
                   END-IF
           END-SEARCH.

       365-COMPUTE-RATES.

           IF VAC-RGN-POP (VAC-RGN-IDX) > 0
               COMPUTE VAC-PCT-ANE ROUNDED =
                   (VAC-RGN-ANE (VAC-RGN-IDX) * 100)
                   / VAC-RGN-POP (VAC-RGN-IDX)
               COMPUTE VAC-PCT-COM ROUNDED =
                   (VAC-RGN-COM (VAC-RGN-IDX) * 100)
                   / VAC-RGN-POP (VAC-RGN-IDX)
               COMPUTE VAC-PCT-TROIS ROUNDED =
                   (VAC-RGN-TROIS (VAC-RGN-IDX) * 100)
                   / VAC-RGN-POP (VAC-RGN-IDX)
           ELSE
               MOVE 0 TO VAC-PCT-ANE
               MOVE 0 TO VAC-PCT-COM
               MOVE 0 TO VAC-PCT-TROIS
           END-IF.

       370-COMPUTE-PROV-RATES.

           IF VAC-PRV-POP > 0
               COMPUTE VAC-PCT-ANE ROUNDED =
                   (VAC-PRV-ANE * 100) / VAC-PRV-POP
               COMPUTE VAC-PCT-COM ROUNDED =
                   (VAC-PRV-COM * 100) / VAC-PRV-POP
               COMPUTE VAC-PCT-TROIS ROUNDED =
                   (VAC-PRV-TROIS * 100) / VAC-PRV-POP
           ELSE
               MOVE 0 TO VAC-PCT-ANE
               MOVE 0 TO VAC-PCT-COM
               MOVE 0 TO VAC-PCT-TROIS
           END-IF.

       400-WRITE-BRIEFING.

           MOVE SPACES TO VAC-BRF-FILE-NAME.
           STRING "VACBR"                      DELIMITED BY SIZE
                  VAC-RGN-REGION (VAC-RGN-IDX) DELIMITED BY SPACE
                  ".RPT"                       DELIMITED BY SIZE
               INTO VAC-BRF-FILE-NAME
           END-STRING.

           OPEN OUTPUT BRF-FILE.
           IF VAC-BRFFILE-STATUS NOT = "00"
               MOVE VAC-BRF-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-BRFFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           PERFORM 410-WRITE-COVER-PAGE.
           PERFORM 500-WRITE-COVERAGE.
           PERFORM 550-WRITE-WEEKLY-DOSES.
           PERFORM 600-WRITE-STOCK.
           PERFORM 650-WRITE-EXPIRING-LOTS.
           PERFORM 700-WRITE-ALERTS.
           PERFORM 750-WRITE-PORTAL-STATUS.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-RGN-REGION (VAC-RGN-IDX) TO VAC-BRF-END-REGION.
           MOVE VAC-BRF-END-LINE TO BRF-REC.
           WRITE BRF-REC.

           CLOSE BRF-FILE.
           ADD 1 TO VAC-BRIEF-COUNT.
           DISPLAY "BREFFAGE GENERE: " VAC-BRF-FILE-NAME.

       410-WRITE-COVER-PAGE.

           MOVE VAC-RGN-REGION (VAC-RGN-IDX) TO VAC-BRF-TITLE-REGION.
           MOVE VAC-RUN-DATE TO VAC-BRF-TITLE-DATE.
           MOVE VAC-BRF-TITLE-LINE TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-BRF-SUBTITLE-LINE TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-BRF-RULE-LINE TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "LA REGION COMPAREE A LA MOYENNE PROVINCIALE"
               TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-CVR-HEADING-LINE TO BRF-REC.
           WRITE BRF-REC.

           PERFORM 420-COVER-COVERAGE.
           PERFORM 430-COVER-PACE.
           PERFORM 440-COVER-SUPPLY.
           PERFORM 450-COVER-ALERTS.
           PERFORM 460-COVER-PORTAL.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "* A SUIVRE * : REGION DU MAUVAIS COTE DE LA MOYENNE"
               TO BRF-REC.
           WRITE BRF-REC.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "CHIFFRES CLES DE LA REGION" TO BRF-REC.
           WRITE BRF-REC.
           MOVE "POPULATION ADMISSIBLE" TO VAC-CLE-LINE-LIBELLE.
           MOVE VAC-RGN-POP (VAC-RGN-IDX) TO VAC-CLE-LINE-VALEUR.
           PERFORM 480-WRITE-KEY-LINE.
           MOVE "DOSES ADMINISTREES DANS LA SEMAINE"
               TO VAC-CLE-LINE-LIBELLE.
           MOVE VAC-RGN-HEBDO (VAC-RGN-IDX) TO VAC-CLE-LINE-VALEUR.
           PERFORM 480-WRITE-KEY-LINE.
           MOVE "STOCK EN MAIN" TO VAC-CLE-LINE-LIBELLE.
           MOVE VAC-RGN-STOCK (VAC-RGN-IDX) TO VAC-CLE-LINE-VALEUR.
           PERFORM 480-WRITE-KEY-LINE.
           MOVE "DEMANDE HEBDOMADAIRE PREVUE" TO VAC-CLE-LINE-LIBELLE.
           MOVE VAC-RGN-DEMANDE (VAC-RGN-IDX) TO VAC-CLE-LINE-VALEUR.
           PERFORM 480-WRITE-KEY-LINE.
           MOVE "DOSES A ECHEANCE DANS L'HORIZON"
               TO VAC-CLE-LINE-LIBELLE.
           MOVE VAC-RGN-RISQUE (VAC-RGN-IDX) TO VAC-CLE-LINE-VALEUR.
           PERFORM 480-WRITE-KEY-LINE.
           MOVE "RANGEES NON ACCEPTEES AU PORTAIL"
               TO VAC-CLE-LINE-LIBELLE.
           COMPUTE VAC-CLE-LINE-VALEUR = VAC-RGN-SUB-ATT (VAC-RGN-IDX)
               + VAC-RGN-SUB-RES (VAC-RGN-IDX)
               + VAC-RGN-SUB-NON (VAC-RGN-IDX).
           PERFORM 480-WRITE-KEY-LINE.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-BRF-RULE-LINE TO BRF-REC.
           WRITE BRF-REC.

       420-COVER-COVERAGE.

           PERFORM 365-COMPUTE-RATES.
           MOVE "COUVERTURE 1RE DOSE (%)" TO VAC-CVR-LIBELLE.
           MOVE VAC-PCT-ANE TO VAC-CVR-VAL-RGN.
           PERFORM 370-COMPUTE-PROV-RATES.
           MOVE VAC-PCT-ANE TO VAC-CVR-VAL-PRV.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

           PERFORM 365-COMPUTE-RATES.
           MOVE "COUVERTURE 2E DOSE (%)" TO VAC-CVR-LIBELLE.
           MOVE VAC-PCT-COM TO VAC-CVR-VAL-RGN.
           PERFORM 370-COMPUTE-PROV-RATES.
           MOVE VAC-PCT-COM TO VAC-CVR-VAL-PRV.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

           PERFORM 365-COMPUTE-RATES.
           MOVE "COUVERTURE RAPPEL (%)" TO VAC-CVR-LIBELLE.
           MOVE VAC-PCT-TROIS TO VAC-CVR-VAL-RGN.
           PERFORM 370-COMPUTE-PROV-RATES.
           MOVE VAC-PCT-TROIS TO VAC-CVR-VAL-PRV.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

       430-COVER-PACE.

      * Rythme de la semaine ramene a 1000 personnes admissibles pour
      * comparer des regions de taille differente.
           MOVE "DOSES/SEM. PAR 1000 ADMISSIBLES" TO VAC-CVR-LIBELLE.
           MOVE 0 TO VAC-CVR-VAL-RGN.
           MOVE 0 TO VAC-CVR-VAL-PRV.
           IF VAC-RGN-POP (VAC-RGN-IDX) > 0
               AND VAC-RGN-HEBDO (VAC-RGN-IDX) > 0
               COMPUTE VAC-CVR-VAL-RGN ROUNDED =
                   (VAC-RGN-HEBDO (VAC-RGN-IDX) * 1000)
                   / VAC-RGN-POP (VAC-RGN-IDX)
           END-IF.
           IF VAC-PRV-POP > 0 AND VAC-PRV-HEBDO > 0
               COMPUTE VAC-CVR-VAL-PRV ROUNDED =
                   (VAC-PRV-HEBDO * 1000) / VAC-PRV-POP
           END-IF.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

       440-COVER-SUPPLY.

           MOVE "SEMAINES DE STOCK EN MAIN" TO VAC-CVR-LIBELLE.
           MOVE 0 TO VAC-CVR-VAL-RGN.
           MOVE 0 TO VAC-CVR-VAL-PRV.
           IF VAC-RGN-DEMANDE (VAC-RGN-IDX) > 0
               AND VAC-RGN-STOCK (VAC-RGN-IDX) > 0
               COMPUTE VAC-CVR-VAL-RGN ROUNDED =
                   VAC-RGN-STOCK (VAC-RGN-IDX)
                   / VAC-RGN-DEMANDE (VAC-RGN-IDX)
           END-IF.
           IF VAC-PRV-DEMANDE > 0 AND VAC-PRV-STOCK > 0
               COMPUTE VAC-CVR-VAL-PRV ROUNDED =
                   VAC-PRV-STOCK / VAC-PRV-DEMANDE
           END-IF.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

           MOVE "STOCK A ECHEANCE (% DU STOCK)" TO VAC-CVR-LIBELLE.
           MOVE 0 TO VAC-CVR-VAL-RGN.
           MOVE 0 TO VAC-CVR-VAL-PRV.
           IF VAC-RGN-STOCK (VAC-RGN-IDX) > 0
               COMPUTE VAC-CVR-VAL-RGN ROUNDED =
                   (VAC-RGN-RISQUE (VAC-RGN-IDX) * 100)
                   / VAC-RGN-STOCK (VAC-RGN-IDX)
           END-IF.
           IF VAC-PRV-STOCK > 0
               COMPUTE VAC-CVR-VAL-PRV ROUNDED =
                   (VAC-PRV-RISQUE * 100) / VAC-PRV-STOCK
           END-IF.
           MOVE "B" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

       450-COVER-ALERTS.

      * La province n'a pas d'alertes propres: la moyenne est le
      * nombre d'alertes par region.
           MOVE "ALERTES OUVERTES" TO VAC-CVR-LIBELLE.
           MOVE VAC-RGN-ALERTES (VAC-RGN-IDX) TO VAC-CVR-VAL-RGN.
           MOVE 0 TO VAC-CVR-VAL-PRV.
           IF VAC-RGN-COUNT > 0
               COMPUTE VAC-CVR-VAL-PRV ROUNDED =
                   VAC-PRV-ALERTES / VAC-RGN-COUNT
           END-IF.
           MOVE "B" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

       460-COVER-PORTAL.

           MOVE "RANGEES ACCEPTEES PORTAIL (%)" TO VAC-CVR-LIBELLE.
           MOVE 0 TO VAC-CVR-VAL-RGN.
           MOVE 0 TO VAC-CVR-VAL-PRV.
           IF VAC-RGN-SUB-TOT (VAC-RGN-IDX) > 0
               COMPUTE VAC-CVR-VAL-RGN ROUNDED =
                   (VAC-RGN-SUB-ACC (VAC-RGN-IDX) * 100)
                   / VAC-RGN-SUB-TOT (VAC-RGN-IDX)
           END-IF.
           IF VAC-PRV-SUB-TOT > 0
               COMPUTE VAC-CVR-VAL-PRV ROUNDED =
                   (VAC-PRV-SUB-ACC * 100) / VAC-PRV-SUB-TOT
           END-IF.
           MOVE "H" TO VAC-CVR-SENS.
           PERFORM 470-WRITE-COVER-LINE.

       470-WRITE-COVER-LINE.

           COMPUTE VAC-CVR-ECART = VAC-CVR-VAL-RGN - VAC-CVR-VAL-PRV.
           MOVE SPACES TO VAC-CVR-NOTE.
           IF VAC-CVR-SENS = "H" AND VAC-CVR-ECART < 0
               MOVE "* A SUIVRE *" TO VAC-CVR-NOTE
           END-IF.
           IF VAC-CVR-SENS = "B" AND VAC-CVR-ECART > 0
               MOVE "* A SUIVRE *" TO VAC-CVR-NOTE
           END-IF.

           MOVE VAC-CVR-LIBELLE TO VAC-CVR-LINE-LIBELLE.
           MOVE VAC-CVR-VAL-RGN TO VAC-CVR-LINE-RGN.
           MOVE VAC-CVR-VAL-PRV TO VAC-CVR-LINE-PRV.
           MOVE VAC-CVR-ECART   TO VAC-CVR-LINE-ECART.
           MOVE VAC-CVR-NOTE    TO VAC-CVR-LINE-NOTE.
           MOVE VAC-CVR-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       480-WRITE-KEY-LINE.

           MOVE VAC-CLE-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       500-WRITE-COVERAGE.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "1. COUVERTURE VACCINALE ET GRILLE PAR GROUPE D'AGE"
               TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-COV-HEADING-LINE TO BRF-REC.
           WRITE BRF-REC.

           PERFORM 365-COMPUTE-RATES.
           MOVE VAC-RGN-REGION (VAC-RGN-IDX) TO VAC-COV-LINE-REGION.
           MOVE VAC-RGN-POP (VAC-RGN-IDX)    TO VAC-COV-LINE-POP.
           PERFORM 510-WRITE-COVERAGE-LINE.

           PERFORM 370-COMPUTE-PROV-RATES.
           MOVE "PROV" TO VAC-COV-LINE-REGION.
           MOVE VAC-PRV-POP TO VAC-COV-LINE-POP.
           PERFORM 510-WRITE-COVERAGE-LINE.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "N" TO VAC-LIGNE-ECRITE.
           PERFORM 520-WRITE-AGE-LINE
               VARYING VAC-AGE-IDX FROM 1 BY 1
               UNTIL VAC-AGE-IDX > VAC-AGE-COUNT.
           IF VAC-LIGNE-ECRITE = "N"
               MOVE "AUCUNE VENTILATION PAR GROUPE D'AGE RECUE"
                   TO BRF-REC
               WRITE BRF-REC
           END-IF.

       510-WRITE-COVERAGE-LINE.

           MOVE VAC-PCT-ANE   TO VAC-COV-LINE-ANE.
           MOVE VAC-PCT-COM   TO VAC-COV-LINE-COM.
           MOVE VAC-PCT-TROIS TO VAC-COV-LINE-TROIS.
           IF VAC-PCT-COM < VAC-CIBLE-COUVERTURE
               MOVE "* SOUS CIBLE *" TO VAC-COV-LINE-FLAG
           ELSE
               MOVE SPACES TO VAC-COV-LINE-FLAG
           END-IF.
           MOVE VAC-COV-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       520-WRITE-AGE-LINE.

           IF VAC-AGE-T-REGION (VAC-AGE-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               IF VAC-LIGNE-ECRITE = "N"
                   MOVE VAC-AGE-HEADING-LINE TO BRF-REC
                   WRITE BRF-REC
                   MOVE "Y" TO VAC-LIGNE-ECRITE
               END-IF
               PERFORM 525-COMPUTE-AGE-RATES
               MOVE VAC-AGE-T-REGION (VAC-AGE-IDX)
                   TO VAC-AGE-LINE-REGION
               MOVE VAC-AGE-T-BANDE (VAC-AGE-IDX)
                   TO VAC-AGE-LINE-BANDE
               MOVE VAC-AGE-T-POP (VAC-AGE-IDX) TO VAC-AGE-LINE-POP
               MOVE VAC-PCT-ANE   TO VAC-AGE-LINE-ANE
               MOVE VAC-PCT-COM   TO VAC-AGE-LINE-COM
               MOVE VAC-PCT-TROIS TO VAC-AGE-LINE-TROIS
               IF VAC-PCT-COM < VAC-CIBLE-COUVERTURE
                   MOVE "* SOUS CIBLE *" TO VAC-AGE-LINE-FLAG
               ELSE
                   MOVE SPACES TO VAC-AGE-LINE-FLAG
               END-IF
               MOVE VAC-AGE-DETAIL-LINE TO BRF-REC
               WRITE BRF-REC
           END-IF.

       525-COMPUTE-AGE-RATES.

           IF VAC-AGE-T-POP (VAC-AGE-IDX) > 0
               COMPUTE VAC-PCT-ANE ROUNDED =
                   (VAC-AGE-T-ANE (VAC-AGE-IDX) * 100)
                   / VAC-AGE-T-POP (VAC-AGE-IDX)
               COMPUTE VAC-PCT-COM ROUNDED =
                   (VAC-AGE-T-COM (VAC-AGE-IDX) * 100)
                   / VAC-AGE-T-POP (VAC-AGE-IDX)
               COMPUTE VAC-PCT-TROIS ROUNDED =
                   (VAC-AGE-T-TROIS (VAC-AGE-IDX) * 100)
                   / VAC-AGE-T-POP (VAC-AGE-IDX)
           ELSE
               MOVE 0 TO VAC-PCT-ANE
               MOVE 0 TO VAC-PCT-COM
               MOVE 0 TO VAC-PCT-TROIS
           END-IF.

       550-WRITE-WEEKLY-DOSES.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "2. DOSES SEMAINE SUR SEMAINE PAR MARQUE" TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.

           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - AUCUNE COMPARAISON"
                   TO BRF-REC
               WRITE BRF-REC
           ELSE
               MOVE VAC-HEB-HEADING-LINE TO BRF-REC
               WRITE BRF-REC
               MOVE "N" TO VAC-LIGNE-ECRITE
               PERFORM 560-WRITE-WEEKLY-LINE
                   VARYING VAC-BRH-IDX FROM 1 BY 1
                   UNTIL VAC-BRH-IDX > VAC-BRH-COUNT
               IF VAC-LIGNE-ECRITE = "N"
                   MOVE "AUCUN PASSAGE DE L'HISTORIQUE POUR LA REGION"
                       TO BRF-REC
                   WRITE BRF-REC
               END-IF
           END-IF.

       560-WRITE-WEEKLY-LINE.

           IF VAC-BRH-REGION (VAC-BRH-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               MOVE "Y" TO VAC-LIGNE-ECRITE
               IF VAC-BRH-P-DATE (VAC-BRH-IDX) = 0
                   MOVE VAC-BRH-NOM (VAC-BRH-IDX) TO VAC-HEB-ND-NOM
                   MOVE VAC-HEB-NODATA-LINE TO BRF-REC
                   WRITE BRF-REC
               ELSE
                   PERFORM 565-WRITE-DELTA-LINE
               END-IF
           END-IF.

       565-WRITE-DELTA-LINE.

           COMPUTE VAC-DLT-AMUNE = VAC-BRH-L-AMUNE (VAC-BRH-IDX)
               - VAC-BRH-P-AMUNE (VAC-BRH-IDX).
           COMPUTE VAC-DLT-ANE = VAC-BRH-L-ANE (VAC-BRH-IDX)
               - VAC-BRH-P-ANE (VAC-BRH-IDX).
           COMPUTE VAC-DLT-COM = VAC-BRH-L-COM (VAC-BRH-IDX)
               - VAC-BRH-P-COM (VAC-BRH-IDX).
           COMPUTE VAC-DLT-TROIS = VAC-BRH-L-TROIS (VAC-BRH-IDX)
               - VAC-BRH-P-TROIS (VAC-BRH-IDX).

           MOVE VAC-BRH-NOM (VAC-BRH-IDX)    TO VAC-HEB-LINE-NOM.
           MOVE VAC-BRH-P-DATE (VAC-BRH-IDX) TO VAC-HEB-LINE-P-DATE.
           MOVE VAC-BRH-L-DATE (VAC-BRH-IDX) TO VAC-HEB-LINE-L-DATE.
           MOVE VAC-DLT-AMUNE TO VAC-HEB-LINE-AMUNE.
           MOVE VAC-DLT-ANE   TO VAC-HEB-LINE-ANE.
           MOVE VAC-DLT-COM   TO VAC-HEB-LINE-COM.
           MOVE VAC-DLT-TROIS TO VAC-HEB-LINE-TROIS.
           MOVE VAC-HEB-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       600-WRITE-STOCK.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "3. STOCK EN MAIN ET DEMANDE PREVUE (SEMAINE)"
               TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.

           IF VAC-INV-ABSENT = "Y"
               MOVE "NOTE: VACINV.DAT ABSENT - STOCK NON DISPONIBLE"
                   TO BRF-REC
               WRITE BRF-REC
           ELSE
               MOVE VAC-STK-HEADING-LINE TO BRF-REC
               WRITE BRF-REC
               MOVE 0 TO VAC-TOT-STOCK
               MOVE 0 TO VAC-TOT-DEMANDE
               PERFORM 610-WRITE-STOCK-LINE
                   VARYING VAC-INV-IDX FROM 1 BY 1
                   UNTIL VAC-INV-IDX > VAC-INV-COUNT
               MOVE "TOTAL REGION" TO VAC-STK-LINE-NOM
               MOVE VAC-TOT-STOCK TO VAC-STOCK-EN-MAIN-WORK
               MOVE VAC-TOT-DEMANDE TO VAC-DEMANDE-PREVUE
               PERFORM 620-FORMAT-STOCK-LINE
           END-IF.

           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - DEMANDE PREVUE A ZERO"
                   TO BRF-REC
               WRITE BRF-REC
           END-IF.

       610-WRITE-STOCK-LINE.

           IF VAC-INV-REGION (VAC-INV-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               MOVE VAC-INV-NOM (VAC-INV-IDX) TO VAC-ADM-NOM-CLE
               PERFORM 340-LOOKUP-DEMAND
               ADD VAC-INV-STOCK (VAC-INV-IDX) TO VAC-TOT-STOCK
               ADD VAC-DEMANDE-PREVUE TO VAC-TOT-DEMANDE
               MOVE VAC-INV-NOM (VAC-INV-IDX) TO VAC-STK-LINE-NOM
               MOVE VAC-INV-STOCK (VAC-INV-IDX)
                   TO VAC-STOCK-EN-MAIN-WORK
               PERFORM 620-FORMAT-STOCK-LINE
           END-IF.

       620-FORMAT-STOCK-LINE.

      * Semaines de stock = stock en main / demande hebdomadaire; sans
      * demande prevue la colonne reste a zero.
           MOVE 0 TO VAC-SEMAINES.
           IF VAC-DEMANDE-PREVUE > 0 AND VAC-STOCK-EN-MAIN-WORK > 0
               COMPUTE VAC-SEMAINES ROUNDED =
                   VAC-STOCK-EN-MAIN-WORK / VAC-DEMANDE-PREVUE
           END-IF.
           MOVE VAC-STOCK-EN-MAIN-WORK TO VAC-STK-LINE-STOCK.
           MOVE VAC-DEMANDE-PREVUE     TO VAC-STK-LINE-DEMANDE.
           MOVE VAC-SEMAINES           TO VAC-STK-LINE-SEM.
           IF VAC-STOCK-EN-MAIN-WORK < VAC-DEMANDE-PREVUE
               MOVE "* SOUS DEMANDE *" TO VAC-STK-LINE-FLAG
           ELSE
               MOVE SPACES TO VAC-STK-LINE-FLAG
           END-IF.
           MOVE VAC-STK-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       650-WRITE-EXPIRING-LOTS.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE VAC-HORIZON-JOURS TO VAC-EXP-TITLE-JOURS.
           MOVE VAC-EXP-TITLE-LINE TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.

           MOVE 0 TO VAC-TOT-RISQUE.
           MOVE 0 TO VAC-TOT-PERTE.
           MOVE "N" TO VAC-LIGNE-ECRITE.
           PERFORM 660-WRITE-LOT-LINE
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           IF VAC-LIGNE-ECRITE = "N"
               MOVE "AUCUN LOT A RISQUE DANS L'HORIZON" TO BRF-REC
               WRITE BRF-REC
           ELSE
               MOVE "TOTAL DOSES A RISQUE:       "
                   TO VAC-CLE-LINE-LIBELLE
               MOVE VAC-TOT-RISQUE TO VAC-CLE-LINE-VALEUR
               PERFORM 480-WRITE-KEY-LINE
               MOVE "PERTE PREVUE (PROJECTION):  "
                   TO VAC-CLE-LINE-LIBELLE
               MOVE VAC-TOT-PERTE TO VAC-CLE-LINE-VALEUR
               PERFORM 480-WRITE-KEY-LINE
           END-IF.

       660-WRITE-LOT-LINE.

           IF VAC-LOT-REGION (VAC-LOT-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               AND VAC-LOT-RESTE (VAC-LOT-IDX) > 0
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) NOT > VAC-HORIZON-DATE
               IF VAC-LIGNE-ECRITE = "N"
                   MOVE VAC-EXP-HEADING-LINE TO BRF-REC
                   WRITE BRF-REC
                   MOVE "Y" TO VAC-LIGNE-ECRITE
               END-IF
               PERFORM 665-PROJECT-LOT-LOSS
           END-IF.

       665-PROJECT-LOT-LOSS.

      * Meme projection que VACEXP, avec la demande de la region.
           MOVE VAC-LOT-NOM (VAC-LOT-IDX) TO VAC-ADM-NOM-CLE.
           PERFORM 340-LOOKUP-DEMAND.
           COMPUTE VAC-JOURS-RESTANTS =
               FUNCTION INTEGER-OF-DATE (VAC-LOT-EXPIR (VAC-LOT-IDX))
               - FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE).
           IF VAC-JOURS-RESTANTS < 0
               MOVE 0 TO VAC-JOURS-RESTANTS
           END-IF.
           COMPUTE VAC-DEMANDE-ECHEANCE =
               (VAC-DEMANDE-PREVUE * VAC-JOURS-RESTANTS) / 7.
           COMPUTE VAC-PERTE-PREVUE =
               VAC-LOT-RESTE (VAC-LOT-IDX) - VAC-DEMANDE-ECHEANCE.
           IF VAC-PERTE-PREVUE < 0
               MOVE 0 TO VAC-PERTE-PREVUE
           END-IF.
           ADD VAC-LOT-RESTE (VAC-LOT-IDX) TO VAC-TOT-RISQUE.
           ADD VAC-PERTE-PREVUE TO VAC-TOT-PERTE.

           MOVE VAC-LOT-NOM (VAC-LOT-IDX)   TO VAC-EXP-LINE-NOM.
           MOVE VAC-LOT-NO (VAC-LOT-IDX)    TO VAC-EXP-LINE-LOT.
           MOVE VAC-LOT-EXPIR (VAC-LOT-IDX) TO VAC-EXP-LINE-EXPIR.
           MOVE VAC-LOT-RESTE (VAC-LOT-IDX) TO VAC-EXP-LINE-RISQUE.
           MOVE VAC-DEMANDE-ECHEANCE        TO VAC-EXP-LINE-DEMANDE.
           MOVE VAC-PERTE-PREVUE            TO VAC-EXP-LINE-PERTE.
           IF VAC-PERTE-PREVUE > 0
               MOVE "* PERTE *" TO VAC-EXP-LINE-FLAG
           ELSE
               MOVE SPACES TO VAC-EXP-LINE-FLAG
           END-IF.
           MOVE VAC-EXP-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       700-WRITE-ALERTS.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "5. ALERTES OUVERTES" TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.

           IF VAC-ALR-ABSENT = "Y"
               MOVE "NOTE: VACALERT.RPT ABSENT - ALERTES INCONNUES"
                   TO BRF-REC
               WRITE BRF-REC
           ELSE
               MOVE "N" TO VAC-LIGNE-ECRITE
               PERFORM 710-WRITE-ALERT-LINE
                   VARYING VAC-ALT-IDX FROM 1 BY 1
                   UNTIL VAC-ALT-IDX > VAC-ALT-COUNT
               IF VAC-LIGNE-ECRITE = "N"
                   MOVE "AUCUNE ALERTE OUVERTE POUR LA REGION"
                       TO BRF-REC
                   WRITE BRF-REC
               ELSE
                   MOVE SPACES TO BRF-REC
                   WRITE BRF-REC
                   MOVE "UNE ALERTE PAR MARQUE VISE TOUTE LA PROVINCE"
                       TO BRF-REC
                   WRITE BRF-REC
                   MOVE "(VOIR VACALERT.RPT)" TO BRF-REC
                   WRITE BRF-REC
               END-IF
           END-IF.

       710-WRITE-ALERT-LINE.

           PERFORM 330-CHECK-ALERT-REGION.
           IF VAC-ALERTE-VISEE = "Y"
               IF VAC-LIGNE-ECRITE = "N"
                   MOVE "GRAVITE   SUJET             ANOMALIE"
                       TO BRF-REC
                   WRITE BRF-REC
                   MOVE "Y" TO VAC-LIGNE-ECRITE
               END-IF
               MOVE VAC-ALT-GRAVITE (VAC-ALT-IDX)
                   TO VAC-ALT-LINE-GRAVITE
               MOVE VAC-ALT-SUJET (VAC-ALT-IDX) TO VAC-ALT-LINE-SUJET
               MOVE VAC-ALT-MESSAGE (VAC-ALT-IDX)
                   TO VAC-ALT-LINE-MESSAGE
               MOVE VAC-ALT-DETAIL-LINE TO BRF-REC
               WRITE BRF-REC
           END-IF.

       750-WRITE-PORTAL-STATUS.

           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.
           MOVE "6. ETAT DE SOUMISSION AU PORTAIL PROVINCIAL"
               TO BRF-REC.
           WRITE BRF-REC.
           MOVE SPACES TO BRF-REC.
           WRITE BRF-REC.

           IF VAC-SUB-ABSENT = "Y"
               MOVE "NOTE: VACSUBST.DAT ABSENT - ETAT INCONNU"
                   TO BRF-REC
               WRITE BRF-REC
           ELSE
               MOVE "RANGEES ACCEPTEES" TO VAC-CNT-LINE-LIBELLE
               MOVE VAC-RGN-SUB-ACC (VAC-RGN-IDX)
                   TO VAC-CNT-LINE-VALEUR
               PERFORM 790-WRITE-COUNT-LINE
               MOVE "RANGEES EN ATTENTE D'ACCUSE"
                   TO VAC-CNT-LINE-LIBELLE
               MOVE VAC-RGN-SUB-ATT (VAC-RGN-IDX)
                   TO VAC-CNT-LINE-VALEUR
               PERFORM 790-WRITE-COUNT-LINE
               MOVE "RANGEES EN RESOUMISSION" TO VAC-CNT-LINE-LIBELLE
               MOVE VAC-RGN-SUB-RES (VAC-RGN-IDX)
                   TO VAC-CNT-LINE-VALEUR
               PERFORM 790-WRITE-COUNT-LINE
               MOVE "RANGEES JAMAIS SOUMISES" TO VAC-CNT-LINE-LIBELLE
               MOVE VAC-RGN-SUB-NON (VAC-RGN-IDX)
                   TO VAC-CNT-LINE-VALEUR
               PERFORM 790-WRITE-COUNT-LINE
               MOVE SPACES TO BRF-REC
               WRITE BRF-REC
               IF VAC-RGN-SUB-ATT (VAC-RGN-IDX) = 0
                   AND VAC-RGN-SUB-RES (VAC-RGN-IDX) = 0
                   AND VAC-RGN-SUB-NON (VAC-RGN-IDX) = 0
                   MOVE "TOUTES LES RANGEES SONT ACCEPTEES" TO BRF-REC
                   WRITE BRF-REC
               ELSE
                   MOVE VAC-SUB-HEADING-LINE TO BRF-REC
                   WRITE BRF-REC
                   PERFORM 760-WRITE-SUBMISSION-LINE
                       VARYING VAC-SB-IDX FROM 1 BY 1
                       UNTIL VAC-SB-IDX > VAC-SUB-COUNT
                   PERFORM 770-WRITE-UNSUBMITTED-LINE
                       VARYING VAC-ADM-IDX FROM 1 BY 1
                       UNTIL VAC-ADM-IDX > VAC-ADM-COUNT
               END-IF
           END-IF.

       760-WRITE-SUBMISSION-LINE.

           IF VAC-SB-REGION (VAC-SB-IDX) = VAC-RGN-REGION (VAC-RGN-IDX)
               AND VAC-SB-STATUT (VAC-SB-IDX) NOT = "A"
               MOVE VAC-SB-NOM (VAC-SB-IDX) TO VAC-SUB-LINE-NOM
               IF VAC-SB-STATUT (VAC-SB-IDX) = "P"
                   MOVE "EN ATTENTE" TO VAC-SUB-LINE-ETAT
               ELSE
                   MOVE "RESOUMISE" TO VAC-SUB-LINE-ETAT
               END-IF
               MOVE VAC-SB-NO-LOT (VAC-SB-IDX) TO VAC-SUB-LINE-LOT
               MOVE VAC-SB-DATE-MAJ (VAC-SB-IDX) TO VAC-SUB-LINE-DATE
               MOVE VAC-SUB-DETAIL-LINE TO BRF-REC
               WRITE BRF-REC
           END-IF.

       770-WRITE-UNSUBMITTED-LINE.

           IF VAC-ADM-REGION (VAC-ADM-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               PERFORM 335-CHECK-ADM-SUBMITTED
               IF VAC-SUB-TROUVE = "N"
                   MOVE VAC-ADM-NOM (VAC-ADM-IDX) TO VAC-SUB-NS-NOM
                   MOVE VAC-SUB-NONSOUMIS-LINE TO BRF-REC
                   WRITE BRF-REC
               END-IF
           END-IF.

       790-WRITE-COUNT-LINE.

           MOVE VAC-CNT-DETAIL-LINE TO BRF-REC.
           WRITE BRF-REC.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACBRIEF" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-BRIEF-COUNT TO LOG-NBR-ECRITS
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

       END PROGRAM VACBRIEF.
