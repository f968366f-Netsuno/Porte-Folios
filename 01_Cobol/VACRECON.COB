      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Rapprochement mensuel avec le registre provincial.
      *          Lit l'extrait VACREGI.TXT renvoye par la province
      *          (cumuls par marque, region et dose a la fin du mois,
      *          encadre d'un *ENTETE* portant la date de fin de mois
      *          et d'un *TOTAUX* controle comme dans FILECHECK) et le
      *          compare au dernier passage du mois dans l'historique
      *          (VACHIST.DAT, ou l'archive qui le porte, voir
      *          VACARCL) ainsi qu'au sommaire mensuel VACHROLL.DAT.
      *          Chaque ecart marque/region est classe dans
      *          VACRECON.RPT: en attente ou rejete chez nous (etat
      *          VACSUBST.DAT), corrige apres soumission (journal
      *          VACCORH.DAT, correction traitee apres la derniere
      *          mise a jour de l'etat de soumission) ou
      *          inexplique. Un ecart inexplique superieur a la
      *          tolerance TOLERANCE-ECART de VACPARM.TXT met
      *          l'execution en echec dans VACLOG.DAT pour qu'elle
      *          paraisse au rapport VACOPS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "VACREGI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-REGFILE-STATUS.

           SELECT CIB-FILE ASSIGN USING VAC-CIB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CIBFILE-STATUS.

           SELECT ARCL-FILE ASSIGN TO "VACARCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ARCLFILE-STATUS.

           SELECT ROLL-FILE ASSIGN TO "VACHROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ROLLFILE-STATUS.

           SELECT SUB-FILE ASSIGN TO "VACSUBST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-SUBFILE-STATUS.

           SELECT CORH-FILE ASSIGN TO "VACCORH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CORHFILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "VACRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RPTFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
       01 REG-FEED-REC             PIC X(100).

       FD CIB-FILE.
           COPY "VACHIST.CPY".

       FD ARCL-FILE.
           COPY "VACARCL.CPY".

       FD ROLL-FILE.
           COPY "VACROLL.CPY".

       FD SUB-FILE.
           COPY "VACSUB.CPY".

       FD CORH-FILE.
           COPY "VACCORH.CPY".

       FD RPT-FILE.
       01 RPT-REC                  PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

           COPY "VACREC.CPY"
               REPLACING ==IN-INFO==     BY ==SRC-VACCIN-REC==
                         ==IN-CLE==      BY ==SRC-CLE==
                         ==NOM-VACCIN==  BY ==SRC-NOM-VACCIN==
                         ==REGION-CODE== BY ==SRC-REGION-CODE==
                         ==NBR-AMUNE==   BY ==SRC-NBR-AMUNE==
                         ==NBR-ANE==     BY ==SRC-NBR-ANE==
                         ==NBR-COM==     BY ==SRC-NBR-COM==
                         ==NBR-TROIS==   BY ==SRC-NBR-TROIS==.

           COPY "VACCTL.CPY".

       01 SWITCHES.
           05 EOF-SWITCH             PIC X(1) VALUE "N".
           05 VAC-ARCL-EOF           PIC X(1) VALUE "N".
           05 VAC-CTL-EOF            PIC X(1) VALUE "N".
           05 VAC-CTL-TRAILER-SEEN   PIC X(1) VALUE "N".
           05 VAC-CTL-IMBALANCE      PIC X(1) VALUE "N".
           05 VAC-SUB-CHARGE         PIC X(1) VALUE "N".
           05 VAC-ECART-VU           PIC X(1) VALUE "N".
           05 VAC-CORR-APRES-SOUM    PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER            PIC 9(6) VALUE 0.
           05 VAC-LINE-COUNT         PIC 9(6) VALUE 0.
           05 VAC-ATTENTE-COUNT      PIC 9(4) VALUE 0.
           05 VAC-CORRIGE-COUNT      PIC 9(4) VALUE 0.
           05 VAC-TOLERE-COUNT       PIC 9(4) VALUE 0.
           05 VAC-INEXPL-COUNT       PIC 9(4) VALUE 0.
           05 VAC-CONCORDE-COUNT     PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-REGFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-CIBFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-ARCLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-ROLLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-SUBFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-CORHFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-RPTFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS     PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME      PIC X(16).
           05 VAC-ERR-FILE-STATUS    PIC X(2).

       01 VAC-RUN-DATE               PIC 9(8) VALUE 0.
       01 VAC-TOLERANCE              PIC 9(6) VALUE 0.

      * Fin de mois de l'extrait et dernier passage du mois retenu
      * pour la comparaison (date et fichier qui le porte).
       01 VAC-MOIS-WORK.
           05 VAC-DATE-FIN-MOIS      PIC 9(8) VALUE 0.
           05 VAC-MOIS-REDEF REDEFINES VAC-DATE-FIN-MOIS.
               10 VAC-MOIS-AAAAMM    PIC 9(6).
               10 VAC-MOIS-JJ        PIC 9(2).
           05 VAC-DATE-DEBUT-MOIS    PIC 9(8) VALUE 0.
           05 VAC-PASSAGE-DATE       PIC 9(8) VALUE 0.
           05 VAC-PASSAGE-FICHIER    PIC X(64) VALUE SPACES.
           05 VAC-SCAN-MAX           PIC 9(8) VALUE 0.

       01 VAC-CTL-WORK.
           05 VAC-CTL-REC-TYPE       PIC X(8).
           05 VAC-CTL-REC-COUNT      PIC 9(6) VALUE 0.
           05 VAC-CTL-ACC-AMUNE      PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-ANE        PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-COM        PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-TROIS      PIC 9(10) VALUE 0.
           05 VAC-CTL-ABORT-REASON   PIC X(45).
           05 VAC-CTL-ABORT-NOM      PIC X(16) VALUE SPACES.

       01 VAC-CTL-ABORT-TITLE        PIC X(48) VALUE
           "*** EXTRAIT DU REGISTRE REJETE - AUCUNE ANALYSE".

       01 VAC-CTL-CMP-HEADING        PIC X(40) VALUE
           "CHAMP           ANNONCE      CALCULE".

       01 VAC-CTL-CMP-LINE.
           05 VAC-CTL-CMP-LABEL      PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-CTL-CMP-ANNONCE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-CTL-CMP-CALCULE    PIC ZZZ,ZZZ,ZZ9.

       01 VAC-PARM-FILE-NAMES.
           05 VAC-HIST-FILE-NAME     PIC X(64) VALUE "VACHIST.DAT".
           05 VAC-CIB-FILE-NAME      PIC X(64) VALUE "VACHIST.DAT".

           COPY "VACPARM.CPY".

           COPY "VACMRQ.CPY".

      * Rangees marque/region: compteurs du registre et de la chaine
      * (total, 1re, 2e, rappel; a zero du cote ou la rangee manque)
      * et indicateur de correction de periode anterieure dans le mois.
       01 VAC-RAP-TABLE.
           05 VAC-RAP-COUNT          PIC 9(3) VALUE 0.
           05 VAC-RAP-ENTRY OCCURS 300 TIMES INDEXED BY VAC-RP-IDX.
               10 VAC-RP-NOM         PIC X(16).
               10 VAC-RP-REGION      PIC X(4).
               10 VAC-RP-REG         PIC 9(8) OCCURS 4 TIMES.
               10 VAC-RP-CHN         PIC 9(8) OCCURS 4 TIMES.
               10 VAC-RP-CORRIGE     PIC X(1).

      * Totaux par marque: cumul du registre et sommaire mensuel
      * (VACHROLL.DAT si le mois y est condense, sinon la somme des
      * rangees du passage retenu).
       01 VAC-MRQ-TABLE.
           05 VAC-MRQ-COUNT          PIC 9(3) VALUE 0.
           05 VAC-MRQ-ENTRY OCCURS 100 TIMES INDEXED BY VAC-MQ-IDX.
               10 VAC-MQ-NOM         PIC X(16).
               10 VAC-MQ-REG         PIC 9(9) OCCURS 4 TIMES.
               10 VAC-MQ-SOM         PIC 9(9) OCCURS 4 TIMES.
               10 VAC-MQ-SOURCE      PIC X(8).

       01 VAC-SUB-TABLE.
           05 VAC-SUB-COUNT          PIC 9(3) VALUE 0.
           05 VAC-SUB-ENTRY OCCURS 300 TIMES INDEXED BY VAC-SB-IDX.
               10 VAC-SB-NOM         PIC X(16).
               10 VAC-SB-REGION      PIC X(4).
               10 VAC-SB-STATUT      PIC X(1).
               10 VAC-SB-DATE-MAJ    PIC 9(8).

       01 VAC-CPT-IDX                PIC 9(1) VALUE 0.

       01 VAC-CPT-LIBELLES-INIT.
           05 FILLER                 PIC X(10) VALUE "TOTAL".
           05 FILLER                 PIC X(10) VALUE "1RE DOSE".
           05 FILLER                 PIC X(10) VALUE "2E DOSE".
           05 FILLER                 PIC X(10) VALUE "3E DOSE".
       01 VAC-CPT-LIBELLES REDEFINES VAC-CPT-LIBELLES-INIT.
           05 VAC-CPT-LIBELLE        PIC X(10) OCCURS 4 TIMES.

       01 VAC-CLASSE-WORK.
           05 VAC-CLASSE             PIC X(10).
           05 VAC-ECART-WORK         PIC S9(9) VALUE 0.
           05 VAC-ECART-ABS          PIC 9(9) VALUE 0.

       01 VAC-RPT-TITLE-LINE.
           05 FILLER                 PIC X(30) VALUE
               "RAPPROCHEMENT MENSUEL AVEC LE ".
           05 FILLER                 PIC X(19) VALUE
               "REGISTRE PROVINCIAL".

       01 VAC-RPT-ENTETE-LINE.
           05 FILLER                 PIC X(14) VALUE "FIN DE MOIS : ".
           05 VAC-RPT-FIN-MOIS       PIC 9(8).
           05 FILLER                 PIC X(11) VALUE "  SOURCE : ".
           05 VAC-RPT-SOURCE         PIC X(8).
           05 FILLER                 PIC X(14) VALUE "  TRAITE LE : ".
           05 VAC-RPT-RUN-DATE       PIC 9(8).

       01 VAC-RPT-PASSAGE-LINE.
           05 FILLER                 PIC X(18) VALUE
               "PASSAGE COMPARE : ".
           05 VAC-RPT-PASSAGE        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VAC-RPT-PASSAGE-FIC    PIC X(40).

       01 VAC-RPT-TOL-LINE.
           05 FILLER                 PIC X(30) VALUE
               "TOLERANCE D'ECART (DOSES)   : ".
           05 VAC-RPT-TOLERANCE      PIC ZZZ,ZZ9.

       01 VAC-RPT-MRQ-HEADING.
           05 FILLER                 PIC X(33) VALUE
               "MARQUE            COMPTEUR       ".
           05 FILLER                 PIC X(21) VALUE
               "REGISTRE     SOMMAIRE".
           05 FILLER                 PIC X(22) VALUE
               "         ECART  SOURCE".

       01 VAC-RPT-MRQ-LINE.
           05 VAC-RPT-MQ-NOM         PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MQ-COMPTEUR    PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MQ-REG         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MQ-SOM         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MQ-ECART       PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MQ-SOURCE      PIC X(8).

       01 VAC-RPT-HEADING.
           05 FILLER                 PIC X(36) VALUE
               "MARQUE           RGN  COMPTEUR      ".
           05 FILLER                 PIC X(40) VALUE
               "REGISTRE      CHAINE        ECART CLASSE".

       01 VAC-RPT-DETAIL-LINE.
           05 VAC-RPT-NOM            PIC X(16).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-REGION         PIC X(4).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-COMPTEUR       PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-REG            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-CHN            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-ECART          PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-CLASSE         PIC X(10).

       01 VAC-RPT-COUNT-LINE.
           05 VAC-RPT-CNT-LABEL      PIC X(40).
           05 VAC-RPT-CNT-VALUE      PIC ZZZ9.

       01 VAC-RPT-VERDICT-LINE.
           05 FILLER                 PIC X(14) VALUE "RAPPROCHEMENT ".
           05 VAC-RPT-VERDICT        PIC X(20).

       01 VAC-RUN-LOG-INFO.
           05 VAC-LOG-DATE-DEBUT     PIC 9(8) VALUE 0.
           05 VAC-LOG-HEURE-DEBUT    PIC 9(6) VALUE 0.
           05 VAC-LOG-STATUT         PIC X(8) VALUE "TERMINE".

       01 VAC-TIME-WORK.
           05 VAC-TIME-HHMMSS        PIC 9(6).
           05 FILLER                 PIC 9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-INIT-RUN-LOG.
           PERFORM 060-LIRE-PARAMETRES.
           PERFORM 100-VERIFY-EXTRACT.
           PERFORM 200-FIND-MONTH-END-RUN.
           PERFORM 300-LOAD-OUR-ROWS.
           PERFORM 400-LOAD-SUBMISSION-STATUS.
           PERFORM 420-LOAD-CORRECTIONS.
           PERFORM 500-BRAND-SUMMARY.
           PERFORM 600-CLASSIFY-VARIANCES.
           PERFORM 700-FIN.
           STOP RUN.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           MOVE VACPRM-FICHIER-HIST TO VAC-HIST-FILE-NAME.
           MOVE VACPRM-TOLERANCE-ECART TO VAC-TOLERANCE.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.
           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * L'extrait est encadre et controle comme Vaccin.txt; les
      * rangees sont ramenees au nom officiel de la marque et
      * cumulees par marque/region.
       100-VERIFY-EXTRACT.

           OPEN INPUT REG-FILE.
           IF VAC-REGFILE-STATUS NOT = "00"
               MOVE "VACREGI.TXT" TO VAC-ERR-FILE-NAME
               MOVE VAC-REGFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF VAC-RPTFILE-STATUS NOT = "00"
               MOVE "VACRECON.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-RPTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           MOVE VAC-RPT-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           READ REG-FILE
               AT END
                   MOVE "Y" TO VAC-CTL-EOF
               NOT AT END
                   CONTINUE
               END-READ.
           IF VAC-CTL-EOF = "Y"
               MOVE "EXTRAIT DU REGISTRE VIDE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           MOVE REG-FEED-REC TO CTL-ENTETE-REC.
           IF NOT CTL-EST-ENTETE
               MOVE "ENTETE *ENTETE* ABSENT EN TETE DU FICHIER"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.
           IF CTL-ENT-DATE IS NOT NUMERIC
               MOVE "DATE D'ENTETE NON NUMERIQUE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.
           MOVE CTL-ENT-DATE TO VAC-DATE-FIN-MOIS.
           MOVE VAC-DATE-FIN-MOIS TO VAC-DATE-DEBUT-MOIS.
           MOVE "01" TO VAC-DATE-DEBUT-MOIS (7:2).
           MOVE VAC-DATE-FIN-MOIS TO VAC-RPT-FIN-MOIS.
           MOVE CTL-ENT-SOURCE TO VAC-RPT-SOURCE.
           MOVE VAC-RUN-DATE TO VAC-RPT-RUN-DATE.
           MOVE VAC-RPT-ENTETE-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "REGISTRE AU " VAC-DATE-FIN-MOIS
               " SOURCE " CTL-ENT-SOURCE.

           READ REG-FILE
               AT END
                   MOVE "Y" TO VAC-CTL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

           PERFORM 120-CHECK-ONE-CONTROL
               UNTIL VAC-CTL-EOF = "Y".

           IF VAC-CTL-TRAILER-SEEN NOT = "Y"
               MOVE "TOTAL DE CONTROLE *TOTAUX* ABSENT"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           IF CTL-TOT-NBR-ENR IS NOT NUMERIC
               OR CTL-TOT-HASH-AMUNE IS NOT NUMERIC
               OR CTL-TOT-HASH-ANE IS NOT NUMERIC
               OR CTL-TOT-HASH-COM IS NOT NUMERIC
               OR CTL-TOT-HASH-TROIS IS NOT NUMERIC
               MOVE "TOTAL DE CONTROLE NON NUMERIQUE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           IF CTL-TOT-NBR-ENR NOT = VAC-CTL-REC-COUNT
               OR CTL-TOT-HASH-AMUNE NOT = VAC-CTL-ACC-AMUNE
               OR CTL-TOT-HASH-ANE NOT = VAC-CTL-ACC-ANE
               OR CTL-TOT-HASH-COM NOT = VAC-CTL-ACC-COM
               OR CTL-TOT-HASH-TROIS NOT = VAC-CTL-ACC-TROIS
               MOVE "Y" TO VAC-CTL-IMBALANCE
               MOVE "TOTAL DE CONTROLE EN DESACCORD"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           CLOSE REG-FILE.
           DISPLAY "CONTROLES DE L'EXTRAIT VERIFIES - RANGEES: "
               VAC-CTL-REC-COUNT.

       120-CHECK-ONE-CONTROL.

           MOVE REG-FEED-REC TO VAC-CTL-REC-TYPE.
           IF VAC-CTL-REC-TYPE = "*ENTETE*"
               MOVE "ENTETE *ENTETE* EN DOUBLE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.
           IF VAC-CTL-TRAILER-SEEN = "Y"
               MOVE "ENREGISTREMENT APRES LE TOTAL DE CONTROLE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           IF VAC-CTL-REC-TYPE = "*TOTAUX*"
               MOVE REG-FEED-REC TO CTL-TOTAUX-REC
               MOVE "Y" TO VAC-CTL-TRAILER-SEEN
           ELSE
               PERFORM 130-ACCUMULATE-REGISTRY
           END-IF.

           READ REG-FILE
               AT END
                   MOVE "Y" TO VAC-CTL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

       130-ACCUMULATE-REGISTRY.

           MOVE REG-FEED-REC TO SRC-VACCIN-REC.
           ADD 1 TO VAC-CTL-REC-COUNT.
           ADD 1 TO REC-COUNTER.
           IF SRC-NBR-AMUNE IS NOT NUMERIC
               OR SRC-NBR-ANE IS NOT NUMERIC
               OR SRC-NBR-COM IS NOT NUMERIC
               OR SRC-NBR-TROIS IS NOT NUMERIC
               MOVE SRC-NOM-VACCIN TO VAC-CTL-ABORT-NOM
               MOVE "DONNEES NUMERIQUES INVALIDES"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.
           ADD SRC-NBR-AMUNE TO VAC-CTL-ACC-AMUNE.
           ADD SRC-NBR-ANE TO VAC-CTL-ACC-ANE.
           ADD SRC-NBR-COM TO VAC-CTL-ACC-COM.
           ADD SRC-NBR-TROIS TO VAC-CTL-ACC-TROIS.

      * Une marque inconnue du referentiel garde le nom du registre:
      * elle ressort en ecart inexplique.
           MOVE SRC-NOM-VACCIN TO VACMRQ-NOM-SAISI.
           CALL "VACMRQ" USING VACMRQ-AREA.
           IF VACMRQ-VALIDE OR VACMRQ-RETIREE
               MOVE VACMRQ-NOM-OFFICIEL TO SRC-NOM-VACCIN
           END-IF.

           PERFORM 140-FIND-OR-ADD-ROW.
           ADD SRC-NBR-AMUNE TO VAC-RP-REG (VAC-RP-IDX, 1).
           ADD SRC-NBR-ANE TO VAC-RP-REG (VAC-RP-IDX, 2).
           ADD SRC-NBR-COM TO VAC-RP-REG (VAC-RP-IDX, 3).
           ADD SRC-NBR-TROIS TO VAC-RP-REG (VAC-RP-IDX, 4).

       140-FIND-OR-ADD-ROW.

           SET VAC-RP-IDX TO 1.
           SEARCH VAC-RAP-ENTRY
               AT END
                   PERFORM 145-ADD-ROW
               WHEN VAC-RP-IDX > VAC-RAP-COUNT
                   PERFORM 145-ADD-ROW
               WHEN VAC-RP-NOM (VAC-RP-IDX) = SRC-NOM-VACCIN
                   AND VAC-RP-REGION (VAC-RP-IDX) = SRC-REGION-CODE
                   CONTINUE
           END-SEARCH.

       145-ADD-ROW.

           IF VAC-RAP-COUNT = 300
               MOVE "TABLE RAPPROCH." TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-RAP-COUNT.
           SET VAC-RP-IDX TO VAC-RAP-COUNT.
           MOVE SRC-NOM-VACCIN TO VAC-RP-NOM (VAC-RP-IDX).
           MOVE SRC-REGION-CODE TO VAC-RP-REGION (VAC-RP-IDX).
           MOVE "N" TO VAC-RP-CORRIGE (VAC-RP-IDX).
           PERFORM 146-CLEAR-ONE-COUNTER
               VARYING VAC-CPT-IDX FROM 1 BY 1
               UNTIL VAC-CPT-IDX > 4.

       146-CLEAR-ONE-COUNTER.

           MOVE 0 TO VAC-RP-REG (VAC-RP-IDX, VAC-CPT-IDX).
           MOVE 0 TO VAC-RP-CHN (VAC-RP-IDX, VAC-CPT-IDX).

       190-REJECT-EXTRACT.

           CLOSE REG-FILE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-CTL-ABORT-TITLE TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-CTL-ABORT-REASON TO RPT-REC.
           WRITE RPT-REC.
           IF VAC-CTL-ABORT-NOM NOT = SPACES
               MOVE VAC-CTL-ABORT-NOM TO RPT-REC
               WRITE RPT-REC
           END-IF.
           IF VAC-CTL-IMBALANCE = "Y"
               PERFORM 195-WRITE-CONTROL-DETAIL
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "*** EXTRAIT DU REGISTRE REJETE ***".
           DISPLAY "MOTIF: " VAC-CTL-ABORT-REASON " " VAC-CTL-ABORT-NOM.
           MOVE "VACREGI.TXT" TO VAC-ERR-FILE-NAME.
           MOVE "CT" TO VAC-ERR-FILE-STATUS.
           MOVE "ABANDON" TO VAC-LOG-STATUT.
           PERFORM 850-WRITE-RUN-LOG.
           STOP RUN.

       195-WRITE-CONTROL-DETAIL.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-CTL-CMP-HEADING TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NBR ENREG" TO VAC-CTL-CMP-LABEL.
           MOVE CTL-TOT-NBR-ENR TO VAC-CTL-CMP-ANNONCE.
           MOVE VAC-CTL-REC-COUNT TO VAC-CTL-CMP-CALCULE.
           MOVE VAC-CTL-CMP-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "TOTAL DOSES" TO VAC-CTL-CMP-LABEL.
           MOVE CTL-TOT-HASH-AMUNE TO VAC-CTL-CMP-ANNONCE.
           MOVE VAC-CTL-ACC-AMUNE TO VAC-CTL-CMP-CALCULE.
           MOVE VAC-CTL-CMP-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "1RE DOSE" TO VAC-CTL-CMP-LABEL.
           MOVE CTL-TOT-HASH-ANE TO VAC-CTL-CMP-ANNONCE.
           MOVE VAC-CTL-ACC-ANE TO VAC-CTL-CMP-CALCULE.
           MOVE VAC-CTL-CMP-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "2E DOSE" TO VAC-CTL-CMP-LABEL.
           MOVE CTL-TOT-HASH-COM TO VAC-CTL-CMP-ANNONCE.
           MOVE VAC-CTL-ACC-COM TO VAC-CTL-CMP-CALCULE.
           MOVE VAC-CTL-CMP-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "3E DOSE" TO VAC-CTL-CMP-LABEL.
           MOVE CTL-TOT-HASH-TROIS TO VAC-CTL-CMP-ANNONCE.
           MOVE VAC-CTL-ACC-TROIS TO VAC-CTL-CMP-CALCULE.
           MOVE VAC-CTL-CMP-LINE TO RPT-REC.
           WRITE RPT-REC.

      * Le cumul de fin de mois de la chaine est celui du dernier
      * passage du mois, au plus tard a la date de l'extrait: cherche
      * dans l'historique courant, sinon dans les archives du registre
      * VACARCL.DAT qui couvrent le mois.
       200-FIND-MONTH-END-RUN.

           MOVE VAC-HIST-FILE-NAME TO VAC-CIB-FILE-NAME.
           PERFORM 210-SCAN-MONTH-MAX.
           IF VAC-SCAN-MAX > 0
               MOVE VAC-SCAN-MAX TO VAC-PASSAGE-DATE
               MOVE VAC-HIST-FILE-NAME TO VAC-PASSAGE-FICHIER
           ELSE
               PERFORM 220-SCAN-ARCHIVES
           END-IF.

           IF VAC-PASSAGE-DATE = 0
               MOVE "AUCUN PASSAGE DE LA CHAINE DANS LE MOIS"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-EXTRACT
           END-IF.

           MOVE VAC-PASSAGE-DATE TO VAC-RPT-PASSAGE.
           MOVE VAC-PASSAGE-FICHIER TO VAC-RPT-PASSAGE-FIC.
           MOVE VAC-RPT-PASSAGE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-TOLERANCE TO VAC-RPT-TOLERANCE.
           MOVE VAC-RPT-TOL-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "PASSAGE COMPARE: " VAC-PASSAGE-DATE " "
               VAC-RPT-PASSAGE-FIC.

       210-SCAN-MONTH-MAX.

           MOVE 0 TO VAC-SCAN-MAX.
           OPEN INPUT CIB-FILE.
           IF VAC-CIBFILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CIB-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 215-SCAN-ONE-ROW
                   UNTIL EOF-SWITCH = "Y"
               CLOSE CIB-FILE
           ELSE
               IF VAC-CIBFILE-STATUS NOT = "35"
                   MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
                   MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
           END-IF.

       215-SCAN-ONE-ROW.

           IF HIST-RUN-DATE NOT < VAC-DATE-DEBUT-MOIS
               AND HIST-RUN-DATE NOT > VAC-DATE-FIN-MOIS
               AND HIST-RUN-DATE > VAC-SCAN-MAX
               MOVE HIST-RUN-DATE TO VAC-SCAN-MAX
           END-IF.

           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       220-SCAN-ARCHIVES.

           OPEN INPUT ARCL-FILE.
           IF VAC-ARCLFILE-STATUS = "35"
               DISPLAY "VACARCL.DAT ABSENT - AUCUNE ARCHIVE REPEREE"
           ELSE
               IF VAC-ARCLFILE-STATUS NOT = "00"
                   MOVE "VACARCL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ARCLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO VAC-ARCL-EOF
               READ ARCL-FILE
                   AT END
                       MOVE "Y" TO VAC-ARCL-EOF
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 225-SCAN-ONE-ARCHIVE
                   UNTIL VAC-ARCL-EOF = "Y"
               CLOSE ARCL-FILE
           END-IF.

       225-SCAN-ONE-ARCHIVE.

           IF ARCL-DATE-DEBUT IS NUMERIC
               AND ARCL-DATE-FIN IS NUMERIC
               AND ARCL-DATE-DEBUT NOT > VAC-DATE-FIN-MOIS
               AND ARCL-DATE-FIN NOT < VAC-DATE-DEBUT-MOIS
               MOVE ARCL-FICHIER TO VAC-CIB-FILE-NAME
               PERFORM 210-SCAN-MONTH-MAX
               IF VAC-SCAN-MAX > VAC-PASSAGE-DATE
                   MOVE VAC-SCAN-MAX TO VAC-PASSAGE-DATE
                   MOVE ARCL-FICHIER TO VAC-PASSAGE-FICHIER
               END-IF
           END-IF.

           READ ARCL-FILE
               AT END
                   MOVE "Y" TO VAC-ARCL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

       300-LOAD-OUR-ROWS.

           MOVE VAC-PASSAGE-FICHIER TO VAC-CIB-FILE-NAME.
           OPEN INPUT CIB-FILE.
           IF VAC-CIBFILE-STATUS NOT = "00"
               MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           MOVE "N" TO EOF-SWITCH.
           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.
           PERFORM 310-LOAD-ONE-ROW
               UNTIL EOF-SWITCH = "Y".
           CLOSE CIB-FILE.

       310-LOAD-ONE-ROW.

           IF HIST-RUN-DATE = VAC-PASSAGE-DATE
               MOVE HIST-NOM-VACCIN TO SRC-NOM-VACCIN
               MOVE HIST-REGION-CODE TO SRC-REGION-CODE
               PERFORM 140-FIND-OR-ADD-ROW
               ADD HIST-NBR-AMUNE TO VAC-RP-CHN (VAC-RP-IDX, 1)
               ADD HIST-NBR-ANE TO VAC-RP-CHN (VAC-RP-IDX, 2)
               ADD HIST-NBR-COM TO VAC-RP-CHN (VAC-RP-IDX, 3)
               ADD HIST-NBR-TROIS TO VAC-RP-CHN (VAC-RP-IDX, 4)
           END-IF.

           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

      * Sans VACSUBST.DAT, l'etat de soumission est inconnu et aucun
      * ecart n'est classe en attente.
       400-LOAD-SUBMISSION-STATUS.

           OPEN INPUT SUB-FILE.
           IF VAC-SUBFILE-STATUS = "35"
               DISPLAY "VACSUBST.DAT ABSENT - "
                   "ETAT DE SOUMISSION INCONNU"
           ELSE
               IF VAC-SUBFILE-STATUS NOT = "00"
                   MOVE "VACSUBST.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-SUBFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "Y" TO VAC-SUB-CHARGE
               MOVE "N" TO EOF-SWITCH
               READ SUB-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 410-LOAD-ONE-STATUS
                   UNTIL EOF-SWITCH = "Y"
               CLOSE SUB-FILE
           END-IF.

       410-LOAD-ONE-STATUS.

           IF VAC-SUB-COUNT = 300
               MOVE "VACSUBST.DAT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-SUB-COUNT.
           SET VAC-SB-IDX TO VAC-SUB-COUNT.
           MOVE SUB-NOM-VACCIN TO VAC-SB-NOM (VAC-SB-IDX).
           MOVE SUB-REGION-CODE TO VAC-SB-REGION (VAC-SB-IDX).
           MOVE SUB-STATUT TO VAC-SB-STATUT (VAC-SB-IDX).
           MOVE SUB-DATE-MAJ TO VAC-SB-DATE-MAJ (VAC-SB-IDX).

           READ SUB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

      * Une correction de periode anterieure portant sur une date du
      * mois a modifie nos chiffres apres leur soumission au portail.
       420-LOAD-CORRECTIONS.

           OPEN INPUT CORH-FILE.
           IF VAC-CORHFILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CORH-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 430-CHECK-ONE-CORRECTION
                   UNTIL EOF-SWITCH = "Y"
               CLOSE CORH-FILE
           ELSE
               IF VAC-CORHFILE-STATUS NOT = "35"
                   MOVE "VACCORH.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-CORHFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
           END-IF.

      * Une correction deja connue lors de la derniere soumission de la
      * marque/region (VACSUBST.DAT) a ete portee au registre: elle
      * n'explique pas un ecart. Sans soumission, elle l'explique.
       430-CHECK-ONE-CORRECTION.

           MOVE "Y" TO VAC-CORR-APRES-SOUM.
           SET VAC-SB-IDX TO 1.
           SEARCH VAC-SUB-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-SB-IDX > VAC-SUB-COUNT
                   CONTINUE
               WHEN VAC-SB-NOM (VAC-SB-IDX) = CORH-NOM-VACCIN
                   AND VAC-SB-REGION (VAC-SB-IDX) = CORH-REGION-CODE
                   IF CORH-DATE-TRAIT NOT > VAC-SB-DATE-MAJ (VAC-SB-IDX)
                       MOVE "N" TO VAC-CORR-APRES-SOUM
                   END-IF
           END-SEARCH.

           IF CORH-DATE-CORR NOT < VAC-DATE-DEBUT-MOIS
               AND CORH-DATE-CORR NOT > VAC-DATE-FIN-MOIS
               AND VAC-CORR-APRES-SOUM = "Y"
               SET VAC-RP-IDX TO 1
               SEARCH VAC-RAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RP-IDX > VAC-RAP-COUNT
                       CONTINUE
                   WHEN VAC-RP-NOM (VAC-RP-IDX) = CORH-NOM-VACCIN
                       AND VAC-RP-REGION (VAC-RP-IDX)
                           = CORH-REGION-CODE
                       MOVE "Y" TO VAC-RP-CORRIGE (VAC-RP-IDX)
               END-SEARCH
           END-IF.

           READ CORH-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

      * Comparaison par marque avec le sommaire mensuel: VACHROLL.DAT
      * quand le mois y est condense, sinon la somme des rangees du
      * passage retenu (ce que VACARCH y versera).
       500-BRAND-SUMMARY.

           PERFORM 510-ADD-ROW-TO-BRAND
               VARYING VAC-RP-IDX FROM 1 BY 1
               UNTIL VAC-RP-IDX > VAC-RAP-COUNT.
           PERFORM 520-LOAD-MONTH-ROLLUPS.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "COMPARAISON PAR MARQUE AU SOMMAIRE MENSUEL" TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-MRQ-HEADING TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 540-WRITE-ONE-BRAND
               VARYING VAC-MQ-IDX FROM 1 BY 1
               UNTIL VAC-MQ-IDX > VAC-MRQ-COUNT.

       510-ADD-ROW-TO-BRAND.

           SET VAC-MQ-IDX TO 1.
           SEARCH VAC-MRQ-ENTRY
               AT END
                   PERFORM 515-ADD-BRAND
               WHEN VAC-MQ-IDX > VAC-MRQ-COUNT
                   PERFORM 515-ADD-BRAND
               WHEN VAC-MQ-NOM (VAC-MQ-IDX) = VAC-RP-NOM (VAC-RP-IDX)
                   CONTINUE
           END-SEARCH.
           PERFORM 516-ADD-ONE-COUNTER
               VARYING VAC-CPT-IDX FROM 1 BY 1
               UNTIL VAC-CPT-IDX > 4.

       515-ADD-BRAND.

           IF VAC-MRQ-COUNT = 100
               MOVE "TABLE MARQUES" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-MRQ-COUNT.
           SET VAC-MQ-IDX TO VAC-MRQ-COUNT.
           MOVE VAC-RP-NOM (VAC-RP-IDX) TO VAC-MQ-NOM (VAC-MQ-IDX).
           MOVE "HIST" TO VAC-MQ-SOURCE (VAC-MQ-IDX).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 1).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 2).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 3).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 4).
           MOVE 0 TO VAC-MQ-SOM (VAC-MQ-IDX, 1).
           MOVE 0 TO VAC-MQ-SOM (VAC-MQ-IDX, 2).
           MOVE 0 TO VAC-MQ-SOM (VAC-MQ-IDX, 3).
           MOVE 0 TO VAC-MQ-SOM (VAC-MQ-IDX, 4).

       516-ADD-ONE-COUNTER.

           ADD VAC-RP-REG (VAC-RP-IDX, VAC-CPT-IDX)
               TO VAC-MQ-REG (VAC-MQ-IDX, VAC-CPT-IDX).
           ADD VAC-RP-CHN (VAC-RP-IDX, VAC-CPT-IDX)
               TO VAC-MQ-SOM (VAC-MQ-IDX, VAC-CPT-IDX).

       520-LOAD-MONTH-ROLLUPS.

           OPEN INPUT ROLL-FILE.
           IF VAC-ROLLFILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ ROLL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 525-CHECK-ONE-ROLLUP
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ROLL-FILE
           ELSE
               IF VAC-ROLLFILE-STATUS NOT = "35"
                   MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ROLLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
           END-IF.

       525-CHECK-ONE-ROLLUP.

           IF ROLL-MOIS = VAC-MOIS-AAAAMM
               SET VAC-MQ-IDX TO 1
               SEARCH VAC-MRQ-ENTRY
                   AT END
                       PERFORM 530-ADD-ROLLUP-BRAND
                   WHEN VAC-MQ-IDX > VAC-MRQ-COUNT
                       PERFORM 530-ADD-ROLLUP-BRAND
                   WHEN VAC-MQ-NOM (VAC-MQ-IDX) = ROLL-NOM-VACCIN
                       CONTINUE
               END-SEARCH
               MOVE "VACHROLL" TO VAC-MQ-SOURCE (VAC-MQ-IDX)
               MOVE ROLL-NBR-AMUNE TO VAC-MQ-SOM (VAC-MQ-IDX, 1)
               MOVE ROLL-NBR-ANE TO VAC-MQ-SOM (VAC-MQ-IDX, 2)
               MOVE ROLL-NBR-COM TO VAC-MQ-SOM (VAC-MQ-IDX, 3)
               MOVE ROLL-NBR-TROIS TO VAC-MQ-SOM (VAC-MQ-IDX, 4)
           END-IF.

           READ ROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       530-ADD-ROLLUP-BRAND.

           IF VAC-MRQ-COUNT = 100
               MOVE "TABLE MARQUES" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-MRQ-COUNT.
           SET VAC-MQ-IDX TO VAC-MRQ-COUNT.
           MOVE ROLL-NOM-VACCIN TO VAC-MQ-NOM (VAC-MQ-IDX).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 1).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 2).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 3).
           MOVE 0 TO VAC-MQ-REG (VAC-MQ-IDX, 4).

       540-WRITE-ONE-BRAND.

           PERFORM 545-WRITE-ONE-BRAND-COUNTER
               VARYING VAC-CPT-IDX FROM 1 BY 1
               UNTIL VAC-CPT-IDX > 4.

       545-WRITE-ONE-BRAND-COUNTER.

           MOVE VAC-MQ-NOM (VAC-MQ-IDX) TO VAC-RPT-MQ-NOM.
           MOVE VAC-CPT-LIBELLE (VAC-CPT-IDX) TO VAC-RPT-MQ-COMPTEUR.
           MOVE VAC-MQ-REG (VAC-MQ-IDX, VAC-CPT-IDX) TO VAC-RPT-MQ-REG.
           MOVE VAC-MQ-SOM (VAC-MQ-IDX, VAC-CPT-IDX) TO VAC-RPT-MQ-SOM.
           COMPUTE VAC-ECART-WORK =
               VAC-MQ-REG (VAC-MQ-IDX, VAC-CPT-IDX)
               - VAC-MQ-SOM (VAC-MQ-IDX, VAC-CPT-IDX).
           MOVE VAC-ECART-WORK TO VAC-RPT-MQ-ECART.
           MOVE VAC-MQ-SOURCE (VAC-MQ-IDX) TO VAC-RPT-MQ-SOURCE.
           MOVE VAC-RPT-MRQ-LINE TO RPT-REC.
           WRITE RPT-REC.

      * Ecart = registre moins chaine. L'ordre de classement est:
      * en attente ou rejete chez nous, corrige apres soumission,
      * puis inexplique (tolere sous le seuil de VACPARM.TXT).
       600-CLASSIFY-VARIANCES.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ECARTS PAR MARQUE ET REGION" TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-HEADING TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 610-CLASSIFY-ONE-ROW
               VARYING VAC-RP-IDX FROM 1 BY 1
               UNTIL VAC-RP-IDX > VAC-RAP-COUNT.

       610-CLASSIFY-ONE-ROW.

           IF VAC-RP-REG (VAC-RP-IDX, 1) = VAC-RP-CHN (VAC-RP-IDX, 1)
               AND VAC-RP-REG (VAC-RP-IDX, 2)
                   = VAC-RP-CHN (VAC-RP-IDX, 2)
               AND VAC-RP-REG (VAC-RP-IDX, 3)
                   = VAC-RP-CHN (VAC-RP-IDX, 3)
               AND VAC-RP-REG (VAC-RP-IDX, 4)
                   = VAC-RP-CHN (VAC-RP-IDX, 4)
               ADD 1 TO VAC-CONCORDE-COUNT
           ELSE
               PERFORM 620-FIND-ROW-CLASS
               PERFORM 630-WRITE-ONE-COUNTER
                   VARYING VAC-CPT-IDX FROM 1 BY 1
                   UNTIL VAC-CPT-IDX > 4
           END-IF.

       620-FIND-ROW-CLASS.

           MOVE SPACES TO VAC-CLASSE.
           MOVE "N" TO VAC-ECART-VU.
           IF VAC-SUB-CHARGE = "Y"
               SET VAC-SB-IDX TO 1
               SEARCH VAC-SUB-ENTRY
                   AT END
                       MOVE "NON SOUMIS" TO VAC-CLASSE
                   WHEN VAC-SB-IDX > VAC-SUB-COUNT
                       MOVE "NON SOUMIS" TO VAC-CLASSE
                   WHEN VAC-SB-NOM (VAC-SB-IDX)
                           = VAC-RP-NOM (VAC-RP-IDX)
                       AND VAC-SB-REGION (VAC-SB-IDX)
                           = VAC-RP-REGION (VAC-RP-IDX)
                       PERFORM 625-CLASS-FROM-STATUS
               END-SEARCH
           END-IF.
           IF VAC-CLASSE = SPACES
               AND VAC-RP-CORRIGE (VAC-RP-IDX) = "Y"
               MOVE "CORRIGEE" TO VAC-CLASSE
           END-IF.
           IF VAC-CLASSE = SPACES
               ADD 1 TO VAC-TOLERE-COUNT
           ELSE
               IF VAC-CLASSE = "CORRIGEE"
                   ADD 1 TO VAC-CORRIGE-COUNT
               ELSE
                   ADD 1 TO VAC-ATTENTE-COUNT
               END-IF
           END-IF.

       625-CLASS-FROM-STATUS.

           IF VAC-SB-STATUT (VAC-SB-IDX) = "P"
               MOVE "EN ATTENTE" TO VAC-CLASSE
           ELSE
               IF VAC-SB-STATUT (VAC-SB-IDX) = "R"
                   MOVE "REJETEE" TO VAC-CLASSE
               END-IF
           END-IF.

      * Une rangee inexpliquee est comptee toleree d'office et passe
      * hors tolerance des qu'un de ses compteurs depasse le seuil.
       630-WRITE-ONE-COUNTER.

           COMPUTE VAC-ECART-WORK =
               VAC-RP-REG (VAC-RP-IDX, VAC-CPT-IDX)
               - VAC-RP-CHN (VAC-RP-IDX, VAC-CPT-IDX).
           IF VAC-ECART-WORK NOT = 0
               MOVE VAC-RP-NOM (VAC-RP-IDX) TO VAC-RPT-NOM
               MOVE VAC-RP-REGION (VAC-RP-IDX) TO VAC-RPT-REGION
               MOVE VAC-CPT-LIBELLE (VAC-CPT-IDX) TO VAC-RPT-COMPTEUR
               MOVE VAC-RP-REG (VAC-RP-IDX, VAC-CPT-IDX) TO VAC-RPT-REG
               MOVE VAC-RP-CHN (VAC-RP-IDX, VAC-CPT-IDX) TO VAC-RPT-CHN
               MOVE VAC-ECART-WORK TO VAC-RPT-ECART
               IF VAC-CLASSE = SPACES
                   PERFORM 635-CHECK-TOLERANCE
               ELSE
                   MOVE VAC-CLASSE TO VAC-RPT-CLASSE
               END-IF
               MOVE VAC-RPT-DETAIL-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO VAC-LINE-COUNT
           END-IF.

       635-CHECK-TOLERANCE.

           IF VAC-ECART-WORK < 0
               COMPUTE VAC-ECART-ABS = 0 - VAC-ECART-WORK
           ELSE
               MOVE VAC-ECART-WORK TO VAC-ECART-ABS
           END-IF.
           IF VAC-ECART-ABS > VAC-TOLERANCE
               MOVE "INEXPLIQUE" TO VAC-RPT-CLASSE
               IF VAC-ECART-VU NOT = "Y"
                   MOVE "Y" TO VAC-ECART-VU
                   SUBTRACT 1 FROM VAC-TOLERE-COUNT
                   ADD 1 TO VAC-INEXPL-COUNT
               END-IF
           ELSE
               MOVE "TOLERE" TO VAC-RPT-CLASSE
           END-IF.

       700-FIN.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "RANGEES CONCORDANTES" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-CONCORDE-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "EN ATTENTE, REJETEES OU NON SOUMISES"
               TO VAC-RPT-CNT-LABEL.
           MOVE VAC-ATTENTE-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CORRIGEES APRES SOUMISSION" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-CORRIGE-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "INEXPLIQUEES SOUS LA TOLERANCE" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-TOLERE-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "INEXPLIQUEES HORS TOLERANCE" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-INEXPL-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF VAC-INEXPL-COUNT = 0
               MOVE "CONCLUANT" TO VAC-RPT-VERDICT
           ELSE
               MOVE "EN ECHEC" TO VAC-RPT-VERDICT
           END-IF.
           MOVE VAC-RPT-VERDICT-LINE TO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.

           IF VAC-INEXPL-COUNT = 0
               DISPLAY "VACRECON: RAPPROCHEMENT CONCLUANT"
           ELSE
               DISPLAY "VACRECON: ECARTS INEXPLIQUES HORS TOLERANCE: "
                   VAC-INEXPL-COUNT
               MOVE "ABANDON" TO VAC-LOG-STATUT
               MOVE "RAPPROCHEMENT" TO VAC-ERR-FILE-NAME
               MOVE "EC" TO VAC-ERR-FILE-STATUS
           END-IF.
           PERFORM 850-WRITE-RUN-LOG.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACRECON" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-LINE-COUNT TO LOG-NBR-ECRITS
               MOVE VAC-INEXPL-COUNT TO LOG-NBR-ERREURS
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

       END PROGRAM VACRECON.
