      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Traitement des corrections de periode anterieure.
      *          Une source renvoie les compteurs corriges d'une date
      *          deja traitee dans VACCORR.TXT, encadre comme
      *          Vaccin.txt d'un entete *ENTETE* portant la date
      *          corrigee et d'un total *TOTAUX* soumis aux memes
      *          controles que FILECHECK. Les rangees marque/region de
      *          cette date sont remplacees dans l'historique
      *          VACHIST.DAT ou, si la date est deja archivee (voir
      *          VACARCH et le registre VACARCL.DAT), dans le fichier
      *          d'archive qui la porte; le sommaire mensuel
      *          VACHROLL.DAT du mois est alors retabli. Le registre de
      *          retraitement VACCORR.RPT donne l'ancienne et la
      *          nouvelle valeur de chaque compteur corrige, pour
      *          l'avis a la province, et chaque rangee corrigee est
      *          versee au journal permanent VACCORH.DAT (voir
      *          VACRECON). Sans VACCORR.TXT, l'etape ne fait rien.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN TO "VACCORR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CORRFILE-STATUS.

           SELECT CIB-FILE ASSIGN USING VAC-CIB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CIBFILE-STATUS.

           SELECT NEW-FILE ASSIGN TO "VACCNEW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-NEWFILE-STATUS.

           SELECT ARCL-FILE ASSIGN TO "VACARCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ARCLFILE-STATUS.

           SELECT ROLL-FILE ASSIGN TO "VACHROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ROLLFILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "VACCORR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RPTFILE-STATUS.

           SELECT CORH-FILE ASSIGN TO "VACCORH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CORHFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CORR-FILE.
       01 CORR-FEED-REC            PIC X(100).

       FD CIB-FILE.
           COPY "VACHIST.CPY".

       FD NEW-FILE.
           COPY "VACHIST.CPY"
               REPLACING ==HIST-INFO==       BY ==NEW-HIST-INFO==
                         ==HIST-RUN-DATE==   BY ==NEW-HIST-RUN-DATE==
                         ==HIST-NOM-VACCIN== BY ==NEW-HIST-NOM-VACCIN==
                         ==HIST-NBR-AMUNE==  BY ==NEW-HIST-NBR-AMUNE==
                         ==HIST-NBR-ANE==    BY ==NEW-HIST-NBR-ANE==
                         ==HIST-NBR-COM==    BY ==NEW-HIST-NBR-COM==
                         ==HIST-NBR-TROIS==  BY ==NEW-HIST-NBR-TROIS==
                         ==HIST-REGION-CODE==
                                          BY ==NEW-HIST-REGION-CODE==.

       FD ARCL-FILE.
           COPY "VACARCL.CPY".

       FD ROLL-FILE.
           COPY "VACROLL.CPY".

       FD RPT-FILE.
       01 RPT-REC                  PIC X(80).

       FD CORH-FILE.
           COPY "VACCORH.CPY".

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

           COPY "VACAGE.CPY".

       01 SWITCHES.
           05 EOF-SWITCH             PIC X(1) VALUE "N".
           05 VAC-CTL-EOF            PIC X(1) VALUE "N".
           05 VAC-CTL-TRAILER-SEEN   PIC X(1) VALUE "N".
           05 VAC-CTL-IMBALANCE      PIC X(1) VALUE "N".
           05 VAC-CORR-ABSENT        PIC X(1) VALUE "N".
           05 VAC-DATE-VUE           PIC X(1) VALUE "N".
           05 VAC-AJOUTS-ECRITS      PIC X(1) VALUE "N".
           05 VAC-ROLL-MODIFIE       PIC X(1) VALUE "N".
           05 VAC-CIBLE-SWITCH       PIC X(1) VALUE "H".
               88 VAC-CIBLE-HISTORIQUE      VALUE "H".
               88 VAC-CIBLE-ARCHIVE         VALUE "A".

       01 COUNTERS.
           05 REC-COUNTER            PIC 9(4) VALUE 0.
           05 VAC-DATE-COUNT         PIC 9(6) VALUE 0.
           05 VAC-REMPL-COUNT        PIC 9(4) VALUE 0.
           05 VAC-AJOUT-COUNT        PIC 9(4) VALUE 0.
           05 VAC-INCH-COUNT         PIC 9(4) VALUE 0.
           05 VAC-ROLL-CHG-COUNT     PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-CORRFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-CIBFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-NEWFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-ARCLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-ROLLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-RPTFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-CORHFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS     PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME      PIC X(16).
           05 VAC-ERR-FILE-STATUS    PIC X(2).

       01 VAC-RUN-DATE               PIC 9(8) VALUE 0.
       01 VAC-DATE-CORRIGEE          PIC 9(8) VALUE 0.

       01 VAC-CTL-WORK.
           05 VAC-CTL-REC-TYPE       PIC X(8).
           05 VAC-CTL-REC-COUNT      PIC 9(6) VALUE 0.
           05 VAC-CTL-ACC-AMUNE      PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-ANE        PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-COM        PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-TROIS      PIC 9(10) VALUE 0.
           05 VAC-CTL-AGE-COUNT      PIC 9(6) VALUE 0.
           05 VAC-CTL-ACC-AGE-ANE    PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-AGE-COM    PIC 9(10) VALUE 0.
           05 VAC-CTL-ACC-AGE-TROIS  PIC 9(10) VALUE 0.
           05 VAC-CTL-ABORT-REASON   PIC X(45).
           05 VAC-CTL-ABORT-NOM      PIC X(16) VALUE SPACES.

       01 VAC-CTL-ABORT-TITLE        PIC X(52) VALUE
           "*** CORRECTION REJETEE - AUCUN FICHIER N'EST MODIFIE".

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

      * Rangees corrigees: cle marque/region, les quatre compteurs
      * (total, 1re, 2e, rappel) anciens et nouveaux et l'etat de la
      * rangee (N = pas encore retrouvee, R = remplacee, A = ajoutee).
       01 VAC-CORR-TABLE.
           05 VAC-CORR-COUNT         PIC 9(3) VALUE 0.
           05 VAC-CORR-ENTRY OCCURS 200 TIMES INDEXED BY VAC-CR-IDX.
               10 VAC-CR-NOM         PIC X(16).
               10 VAC-CR-REGION      PIC X(4).
               10 VAC-CR-ETAT        PIC X(1).
               10 VAC-CR-NOUV        PIC 9(8) OCCURS 4 TIMES.
               10 VAC-CR-ANC         PIC 9(8) OCCURS 4 TIMES.

       01 VAC-CPT-IDX                PIC 9(1) VALUE 0.

       01 VAC-CPT-LIBELLES-INIT.
           05 FILLER                 PIC X(10) VALUE "TOTAL".
           05 FILLER                 PIC X(10) VALUE "1RE DOSE".
           05 FILLER                 PIC X(10) VALUE "2E DOSE".
           05 FILLER                 PIC X(10) VALUE "3E DOSE".
       01 VAC-CPT-LIBELLES REDEFINES VAC-CPT-LIBELLES-INIT.
           05 VAC-CPT-LIBELLE        PIC X(10) OCCURS 4 TIMES.

      * Ecart net par marque des rangees corrigees, reporte sur le
      * sommaire mensuel quand la date corrigee en est le dernier
      * passage condense.
       01 VAC-DELTA-TABLE.
           05 VAC-DELTA-COUNT        PIC 9(3) VALUE 0.
           05 VAC-DELTA-ENTRY OCCURS 100 TIMES INDEXED BY VAC-DL-IDX.
               10 VAC-DL-NOM         PIC X(16).
               10 VAC-DL-ECART       PIC S9(9) OCCURS 4 TIMES.

       01 VAC-ROLL-TABLE.
           05 VAC-ROLL-COUNT         PIC 9(3) VALUE 0.
           05 VAC-ROLL-ENTRY OCCURS 500 TIMES INDEXED BY VAC-RL-IDX.
               10 VAC-RL-MOIS        PIC 9(6).
               10 VAC-RL-NOM         PIC X(16).
               10 VAC-RL-CPT         PIC 9(8) OCCURS 4 TIMES.
               10 VAC-RL-DERNIER     PIC 9(8).
               10 VAC-RL-PASSAGES    PIC 9(4).

       01 VAC-ROLL-WORK.
           05 VAC-ROLL-EOF           PIC X(1) VALUE "N".
           05 VAC-MOIS-CORRIGE       PIC 9(6) VALUE 0.
           05 VAC-MOIS-DERNIER       PIC 9(8) VALUE 0.
           05 VAC-ROLL-ANCIEN        PIC 9(8) VALUE 0.
           05 VAC-ROLL-NOUVEAU       PIC S9(9) VALUE 0.

       01 VAC-DATE-SPLIT-WORK.
           05 VAC-DSW-DATE           PIC 9(8) VALUE 0.
           05 VAC-DSW-REDEF REDEFINES VAC-DSW-DATE.
               10 VAC-DSW-AAMM       PIC 9(6).
               10 VAC-DSW-JJ         PIC 9(2).

       01 VAC-RPT-TITLE-LINE.
           05 FILLER                 PIC X(27) VALUE
               "REGISTRE DE RETRAITEMENT - ".
           05 FILLER                 PIC X(32) VALUE
               "CORRECTION DE PERIODE ANTERIEURE".

       01 VAC-RPT-ENTETE-LINE.
           05 FILLER                 PIC X(16) VALUE "DATE CORRIGEE : ".
           05 VAC-RPT-DATE           PIC 9(8).
           05 FILLER                 PIC X(11) VALUE "  SOURCE : ".
           05 VAC-RPT-SOURCE         PIC X(8).
           05 FILLER                 PIC X(14) VALUE "  TRAITE LE : ".
           05 VAC-RPT-RUN-DATE       PIC 9(8).

       01 VAC-RPT-FICHIER-LINE.
           05 FILLER                 PIC X(18) VALUE
               "FICHIER RETRAITE: ".
           05 VAC-RPT-FICHIER        PIC X(40).

       01 VAC-RPT-HEADING.
           05 FILLER                 PIC X(40) VALUE
               "MARQUE            RGN  COMPTEUR         ".
           05 FILLER                 PIC X(33) VALUE
               "ANCIEN      NOUVEAU         ECART".

       01 VAC-RPT-DETAIL-LINE.
           05 VAC-RPT-NOM            PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-REGION         PIC X(4).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-COMPTEUR       PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-ANCIEN         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-NOUVEAU        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-ECART          PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-NOTE           PIC X(5).

       01 VAC-RPT-INCH-LINE.
           05 VAC-RPT-INCH-NOM       PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-INCH-REGION    PIC X(4).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE
               "RANGEE INCHANGEE".

       01 VAC-RPT-ROLL-HEADING.
           05 FILLER                 PIC X(40) VALUE
               "MOIS    MARQUE            COMPTEUR      ".
           05 FILLER                 PIC X(36) VALUE
               "   ANCIEN      NOUVEAU         ECART".

       01 VAC-RPT-ROLL-LINE.
           05 VAC-RPT-RL-MOIS        PIC 9(6).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RL-NOM         PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RL-COMPTEUR    PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RL-ANCIEN      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RL-NOUVEAU     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RL-ECART       PIC -ZZZ,ZZZ,ZZ9.

       01 VAC-RPT-ROLL-NOTE-LINE.
           05 VAC-RPT-RN-MOIS        PIC 9(6).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RN-NOM         PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RN-TEXTE       PIC X(50).

       01 VAC-RPT-COUNT-LINE.
           05 VAC-RPT-CNT-LABEL      PIC X(30).
           05 VAC-RPT-CNT-VALUE      PIC ZZZ9.

       01 VAC-ECART-WORK             PIC S9(9) VALUE 0.

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
           PERFORM 100-VERIFY-CONTROLS.
           IF VAC-CORR-ABSENT = "Y"
               DISPLAY "VACCORR.TXT ABSENT - AUCUNE CORRECTION"
               PERFORM 850-WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM 200-LOCATE-DATE.
           PERFORM 300-APPLY-CORRECTION.
           PERFORM 340-COPY-BACK-TARGET.
           PERFORM 350-WRITE-REGISTER.
           IF VAC-CIBLE-ARCHIVE
               PERFORM 400-RESTATE-ROLLUPS
           ELSE
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE "SOMMAIRE MENSUEL INCHANGE: DATE NON ARCHIVEE"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
           PERFORM 500-FIN.
           GOBACK.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           MOVE VACPRM-FICHIER-HIST TO VAC-HIST-FILE-NAME.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.
           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * Memes controles d'encadrement que FILECHECK; les rangees de
      * detail sont en plus validees une a une, car une correction
      * s'applique en entier ou pas du tout.
       100-VERIFY-CONTROLS.

           OPEN INPUT CORR-FILE.
           IF VAC-CORRFILE-STATUS = "35"
               MOVE "Y" TO VAC-CORR-ABSENT
           ELSE
               IF VAC-CORRFILE-STATUS NOT = "00"
                   MOVE "VACCORR.TXT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-CORRFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               PERFORM 105-OPEN-REGISTER
               PERFORM 110-CHECK-FEED
           END-IF.

       105-OPEN-REGISTER.

           OPEN OUTPUT RPT-FILE.
           IF VAC-RPTFILE-STATUS NOT = "00"
               MOVE "VACCORR.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-RPTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           MOVE VAC-RPT-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

       110-CHECK-FEED.

           READ CORR-FILE
               AT END
                   MOVE "Y" TO VAC-CTL-EOF
               NOT AT END
                   CONTINUE
               END-READ.
           IF VAC-CTL-EOF = "Y"
               MOVE "FICHIER DE CORRECTION VIDE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           MOVE CORR-FEED-REC TO CTL-ENTETE-REC.
           IF NOT CTL-EST-ENTETE
               MOVE "ENTETE *ENTETE* ABSENT EN TETE DU FICHIER"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           IF CTL-ENT-DATE IS NOT NUMERIC
               MOVE "DATE D'ENTETE NON NUMERIQUE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           MOVE CTL-ENT-DATE TO VAC-DATE-CORRIGEE.
           MOVE VAC-DATE-CORRIGEE TO VAC-RPT-DATE.
           MOVE CTL-ENT-SOURCE TO VAC-RPT-SOURCE.
           MOVE VAC-RUN-DATE TO VAC-RPT-RUN-DATE.
           MOVE VAC-RPT-ENTETE-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "CORRECTION DU " VAC-DATE-CORRIGEE
               " SOURCE " CTL-ENT-SOURCE.
           IF VAC-DATE-CORRIGEE NOT < VAC-RUN-DATE
               MOVE "DATE CORRIGEE NON ANTERIEURE A L'EXECUTION"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           READ CORR-FILE
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
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           IF CTL-TOT-NBR-ENR IS NOT NUMERIC
               OR CTL-TOT-HASH-AMUNE IS NOT NUMERIC
               OR CTL-TOT-HASH-ANE IS NOT NUMERIC
               OR CTL-TOT-HASH-COM IS NOT NUMERIC
               OR CTL-TOT-HASH-TROIS IS NOT NUMERIC
               MOVE "TOTAL DE CONTROLE NON NUMERIQUE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           IF CTL-TOT-NBR-ENR NOT = VAC-CTL-REC-COUNT
               OR CTL-TOT-HASH-AMUNE NOT = VAC-CTL-ACC-AMUNE
               OR CTL-TOT-HASH-ANE NOT = VAC-CTL-ACC-ANE
               OR CTL-TOT-HASH-COM NOT = VAC-CTL-ACC-COM
               OR CTL-TOT-HASH-TROIS NOT = VAC-CTL-ACC-TROIS
               MOVE "Y" TO VAC-CTL-IMBALANCE
               MOVE "TOTAL DE CONTROLE EN DESACCORD"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           IF VAC-CTL-AGE-COUNT > 0
               AND CTL-TOT-NBR-AGE IS NOT NUMERIC
               MOVE "TOTAL DE CONTROLE GROUPE D'AGE ABSENT"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           IF CTL-TOT-NBR-AGE IS NUMERIC
               IF CTL-TOT-HASH-AGE-ANE IS NOT NUMERIC
                   OR CTL-TOT-HASH-AGE-COM IS NOT NUMERIC
                   OR CTL-TOT-HASH-AGE-TROIS IS NOT NUMERIC
                   MOVE "TOTAL DE CONTROLE NON NUMERIQUE"
                       TO VAC-CTL-ABORT-REASON
                   PERFORM 190-REJECT-CORRECTION
               END-IF
               IF CTL-TOT-NBR-AGE NOT = VAC-CTL-AGE-COUNT
                   OR CTL-TOT-HASH-AGE-ANE NOT = VAC-CTL-ACC-AGE-ANE
                   OR CTL-TOT-HASH-AGE-COM NOT = VAC-CTL-ACC-AGE-COM
                   OR CTL-TOT-HASH-AGE-TROIS
                       NOT = VAC-CTL-ACC-AGE-TROIS
                   MOVE "Y" TO VAC-CTL-IMBALANCE
                   MOVE "TOTAL GROUPE D'AGE EN DESACCORD"
                       TO VAC-CTL-ABORT-REASON
                   PERFORM 190-REJECT-CORRECTION
               END-IF
           END-IF.

           IF VAC-CORR-COUNT = 0
               MOVE "AUCUNE RANGEE A CORRIGER"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           CLOSE CORR-FILE.
           DISPLAY "CONTROLES DE LA CORRECTION VERIFIES - RANGEES: "
               VAC-CORR-COUNT.

       120-CHECK-ONE-CONTROL.

           MOVE CORR-FEED-REC TO VAC-CTL-REC-TYPE.
           IF VAC-CTL-REC-TYPE = "*ENTETE*"
               MOVE "ENTETE *ENTETE* EN DOUBLE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           IF VAC-CTL-TRAILER-SEEN = "Y"
               MOVE "ENREGISTREMENT APRES LE TOTAL DE CONTROLE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.

           IF VAC-CTL-REC-TYPE = "*TOTAUX*"
               MOVE CORR-FEED-REC TO CTL-TOTAUX-REC
               MOVE "Y" TO VAC-CTL-TRAILER-SEEN
           ELSE
               IF VAC-CTL-REC-TYPE = "*AGEBND*"
                   PERFORM 130-ACCUMULATE-AGE-CONTROL
               ELSE
                   PERFORM 140-ACCUMULATE-CONTROL
               END-IF
           END-IF.

           READ CORR-FILE
               AT END
                   MOVE "Y" TO VAC-CTL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

      * L'historique ne porte pas la ventilation par groupe d'age: les
      * lignes *AGEBND* d'une correction sont controlees, sans plus.
       130-ACCUMULATE-AGE-CONTROL.

           MOVE CORR-FEED-REC TO AGE-INFO.
           ADD 1 TO VAC-CTL-AGE-COUNT.
           IF AGE-NBR-ANE IS NUMERIC
               ADD AGE-NBR-ANE TO VAC-CTL-ACC-AGE-ANE
           END-IF.
           IF AGE-NBR-COM IS NUMERIC
               ADD AGE-NBR-COM TO VAC-CTL-ACC-AGE-COM
           END-IF.
           IF AGE-NBR-TROIS IS NUMERIC
               ADD AGE-NBR-TROIS TO VAC-CTL-ACC-AGE-TROIS
           END-IF.

       140-ACCUMULATE-CONTROL.

           MOVE CORR-FEED-REC TO SRC-VACCIN-REC.
           ADD 1 TO VAC-CTL-REC-COUNT.
           ADD 1 TO REC-COUNTER.
           IF SRC-NBR-AMUNE IS NOT NUMERIC
               OR SRC-NBR-ANE IS NOT NUMERIC
               OR SRC-NBR-COM IS NOT NUMERIC
               OR SRC-NBR-TROIS IS NOT NUMERIC
               MOVE SRC-NOM-VACCIN TO VAC-CTL-ABORT-NOM
               MOVE "DONNEES NUMERIQUES INVALIDES"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           ADD SRC-NBR-AMUNE TO VAC-CTL-ACC-AMUNE.
           ADD SRC-NBR-ANE TO VAC-CTL-ACC-ANE.
           ADD SRC-NBR-COM TO VAC-CTL-ACC-COM.
           ADD SRC-NBR-TROIS TO VAC-CTL-ACC-TROIS.

      * Une marque retiree depuis reste corrigeable pour une date ou
      * elle etait en usage; seule une marque inconnue est refusee.
           MOVE SRC-NOM-VACCIN TO VACMRQ-NOM-SAISI.
           CALL "VACMRQ" USING VACMRQ-AREA.
           IF VACMRQ-INCONNUE
               MOVE SRC-NOM-VACCIN TO VAC-CTL-ABORT-NOM
               MOVE "MARQUE INCONNUE" TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           MOVE VACMRQ-NOM-OFFICIEL TO SRC-NOM-VACCIN.

           SET VAC-CR-IDX TO 1.
           SEARCH VAC-CORR-ENTRY
               AT END
                   PERFORM 145-ADD-CORRECTION
               WHEN VAC-CR-IDX > VAC-CORR-COUNT
                   PERFORM 145-ADD-CORRECTION
               WHEN VAC-CR-NOM (VAC-CR-IDX) = SRC-NOM-VACCIN
                   AND VAC-CR-REGION (VAC-CR-IDX) = SRC-REGION-CODE
                   PERFORM 146-ADD-TO-CORRECTION
           END-SEARCH.

       145-ADD-CORRECTION.

           IF VAC-CORR-COUNT = 200
               MOVE "TABLE CORRECT." TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-CORR-COUNT.
           SET VAC-CR-IDX TO VAC-CORR-COUNT.
           MOVE SRC-NOM-VACCIN TO VAC-CR-NOM (VAC-CR-IDX).
           MOVE SRC-REGION-CODE TO VAC-CR-REGION (VAC-CR-IDX).
           MOVE "N" TO VAC-CR-ETAT (VAC-CR-IDX).
           MOVE SRC-NBR-AMUNE TO VAC-CR-NOUV (VAC-CR-IDX, 1).
           MOVE SRC-NBR-ANE TO VAC-CR-NOUV (VAC-CR-IDX, 2).
           MOVE SRC-NBR-COM TO VAC-CR-NOUV (VAC-CR-IDX, 3).
           MOVE SRC-NBR-TROIS TO VAC-CR-NOUV (VAC-CR-IDX, 4).
           MOVE 0 TO VAC-CR-ANC (VAC-CR-IDX, 1).
           MOVE 0 TO VAC-CR-ANC (VAC-CR-IDX, 2).
           MOVE 0 TO VAC-CR-ANC (VAC-CR-IDX, 3).
           MOVE 0 TO VAC-CR-ANC (VAC-CR-IDX, 4).

      * Un alias et son nom officiel tombent sur la meme rangee: les
      * lignes sont cumulees comme dans FILECHECK.
       146-ADD-TO-CORRECTION.

           ADD SRC-NBR-AMUNE TO VAC-CR-NOUV (VAC-CR-IDX, 1).
           ADD SRC-NBR-ANE TO VAC-CR-NOUV (VAC-CR-IDX, 2).
           ADD SRC-NBR-COM TO VAC-CR-NOUV (VAC-CR-IDX, 3).
           ADD SRC-NBR-TROIS TO VAC-CR-NOUV (VAC-CR-IDX, 4).

       190-REJECT-CORRECTION.

           CLOSE CORR-FILE.
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
           DISPLAY "*** CORRECTION REJETEE ***".
           DISPLAY "MOTIF: " VAC-CTL-ABORT-REASON " " VAC-CTL-ABORT-NOM.
           MOVE "VACCORR.TXT" TO VAC-ERR-FILE-NAME.
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

      * La date corrigee est cherchee d'abord dans l'historique
      * courant, puis au registre des archives; un passage introuvable
      * rejette la correction sans rien modifier.
       200-LOCATE-DATE.

           MOVE VAC-HIST-FILE-NAME TO VAC-CIB-FILE-NAME.
           MOVE "H" TO VAC-CIBLE-SWITCH.
           PERFORM 210-COUNT-DATE-ROWS.
           IF VAC-DATE-COUNT = 0
               PERFORM 220-FIND-ARCHIVE
               IF VAC-CIBLE-ARCHIVE
                   PERFORM 210-COUNT-DATE-ROWS
               END-IF
           END-IF.
           IF VAC-DATE-COUNT = 0
               MOVE "AUCUN PASSAGE A LA DATE CORRIGEE"
                   TO VAC-CTL-ABORT-REASON
               PERFORM 190-REJECT-CORRECTION
           END-IF.
           MOVE VAC-CIB-FILE-NAME TO VAC-RPT-FICHIER.
           MOVE VAC-RPT-FICHIER-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "FICHIER RETRAITE: " VAC-RPT-FICHIER
               " RANGEES A CETTE DATE: " VAC-DATE-COUNT.

       210-COUNT-DATE-ROWS.

           MOVE 0 TO VAC-DATE-COUNT.
           OPEN INPUT CIB-FILE.
           IF VAC-CIBFILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               READ CIB-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 215-COUNT-ONE-ROW
                   UNTIL EOF-SWITCH = "Y"
               CLOSE CIB-FILE
           ELSE
               IF VAC-CIBFILE-STATUS NOT = "35"
                   MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
                   MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
           END-IF.

       215-COUNT-ONE-ROW.

           IF HIST-RUN-DATE = VAC-DATE-CORRIGEE
               ADD 1 TO VAC-DATE-COUNT
           END-IF.

           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       220-FIND-ARCHIVE.

           OPEN INPUT ARCL-FILE.
           IF VAC-ARCLFILE-STATUS = "35"
               DISPLAY "VACARCL.DAT ABSENT - AUCUNE ARCHIVE REPEREE"
           ELSE
               IF VAC-ARCLFILE-STATUS NOT = "00"
                   MOVE "VACARCL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ARCLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ ARCL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 225-CHECK-ONE-ARCHIVE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ARCL-FILE
           END-IF.

       225-CHECK-ONE-ARCHIVE.

           IF ARCL-DATE-DEBUT IS NUMERIC
               AND ARCL-DATE-FIN IS NUMERIC
               AND VAC-DATE-CORRIGEE NOT < ARCL-DATE-DEBUT
               AND VAC-DATE-CORRIGEE NOT > ARCL-DATE-FIN
               MOVE ARCL-FICHIER TO VAC-CIB-FILE-NAME
               MOVE "A" TO VAC-CIBLE-SWITCH
               MOVE "Y" TO EOF-SWITCH
           ELSE
               READ ARCL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
               END-READ
           END-IF.

      * Le fichier cible est recopie dans un fichier de travail avec
      * les rangees corrigees; les rangees de la correction absentes du
      * passage sont inserees a la suite des rangees de cette date.
       300-APPLY-CORRECTION.

           OPEN INPUT CIB-FILE.
           IF VAC-CIBFILE-STATUS NOT = "00"
               MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           OPEN OUTPUT NEW-FILE.
           IF VAC-NEWFILE-STATUS NOT = "00"
               MOVE "VACCNEW.TMP" TO VAC-ERR-FILE-NAME
               MOVE VAC-NEWFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE "N" TO EOF-SWITCH.
           MOVE "N" TO VAC-DATE-VUE.
           MOVE "N" TO VAC-AJOUTS-ECRITS.
           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

           PERFORM 310-COPY-ONE-ROW
               UNTIL EOF-SWITCH = "Y".

           IF VAC-AJOUTS-ECRITS NOT = "Y"
               PERFORM 320-WRITE-ADDED-ROWS
           END-IF.

           CLOSE CIB-FILE.
           CLOSE NEW-FILE.

       310-COPY-ONE-ROW.

           MOVE HIST-INFO TO NEW-HIST-INFO.
           IF HIST-RUN-DATE = VAC-DATE-CORRIGEE
               MOVE "Y" TO VAC-DATE-VUE
               SET VAC-CR-IDX TO 1
               SEARCH VAC-CORR-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-CR-IDX > VAC-CORR-COUNT
                       CONTINUE
                   WHEN VAC-CR-NOM (VAC-CR-IDX) = HIST-NOM-VACCIN
                       AND VAC-CR-REGION (VAC-CR-IDX) = HIST-REGION-CODE
                       PERFORM 315-REPLACE-ROW
               END-SEARCH
           ELSE
               IF VAC-DATE-VUE = "Y" AND VAC-AJOUTS-ECRITS NOT = "Y"
                   PERFORM 320-WRITE-ADDED-ROWS
               END-IF
           END-IF.

           PERFORM 330-WRITE-NEW-ROW.

           READ CIB-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       315-REPLACE-ROW.

           MOVE HIST-NBR-AMUNE TO VAC-CR-ANC (VAC-CR-IDX, 1).
           MOVE HIST-NBR-ANE TO VAC-CR-ANC (VAC-CR-IDX, 2).
           MOVE HIST-NBR-COM TO VAC-CR-ANC (VAC-CR-IDX, 3).
           MOVE HIST-NBR-TROIS TO VAC-CR-ANC (VAC-CR-IDX, 4).
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 1) TO NEW-HIST-NBR-AMUNE.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 2) TO NEW-HIST-NBR-ANE.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 3) TO NEW-HIST-NBR-COM.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 4) TO NEW-HIST-NBR-TROIS.
           MOVE "R" TO VAC-CR-ETAT (VAC-CR-IDX).

       320-WRITE-ADDED-ROWS.

           MOVE "Y" TO VAC-AJOUTS-ECRITS.
           PERFORM 325-WRITE-ONE-ADDED
               VARYING VAC-CR-IDX FROM 1 BY 1
               UNTIL VAC-CR-IDX > VAC-CORR-COUNT.
           MOVE HIST-INFO TO NEW-HIST-INFO.

       325-WRITE-ONE-ADDED.

           IF VAC-CR-ETAT (VAC-CR-IDX) = "N"
               MOVE VAC-DATE-CORRIGEE TO NEW-HIST-RUN-DATE
               MOVE VAC-CR-NOM (VAC-CR-IDX) TO NEW-HIST-NOM-VACCIN
               MOVE VAC-CR-REGION (VAC-CR-IDX) TO NEW-HIST-REGION-CODE
               MOVE VAC-CR-NOUV (VAC-CR-IDX, 1) TO NEW-HIST-NBR-AMUNE
               MOVE VAC-CR-NOUV (VAC-CR-IDX, 2) TO NEW-HIST-NBR-ANE
               MOVE VAC-CR-NOUV (VAC-CR-IDX, 3) TO NEW-HIST-NBR-COM
               MOVE VAC-CR-NOUV (VAC-CR-IDX, 4) TO NEW-HIST-NBR-TROIS
               MOVE "A" TO VAC-CR-ETAT (VAC-CR-IDX)
               PERFORM 330-WRITE-NEW-ROW
           END-IF.

       330-WRITE-NEW-ROW.

           WRITE NEW-HIST-INFO.
           IF VAC-NEWFILE-STATUS NOT = "00"
               MOVE "VACCNEW.TMP" TO VAC-ERR-FILE-NAME
               MOVE VAC-NEWFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

       340-COPY-BACK-TARGET.

           OPEN INPUT NEW-FILE.
           IF VAC-NEWFILE-STATUS NOT = "00"
               MOVE "VACCNEW.TMP" TO VAC-ERR-FILE-NAME
               MOVE VAC-NEWFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           OPEN OUTPUT CIB-FILE.
           IF VAC-CIBFILE-STATUS NOT = "00"
               MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE "N" TO EOF-SWITCH.
           READ NEW-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

           PERFORM 345-COPY-ONE-BACK
               UNTIL EOF-SWITCH = "Y".

           CLOSE NEW-FILE.
           CLOSE CIB-FILE.

       345-COPY-ONE-BACK.

           MOVE NEW-HIST-INFO TO HIST-INFO.
           WRITE HIST-INFO.
           IF VAC-CIBFILE-STATUS NOT = "00"
               MOVE VAC-CIB-FILE-NAME TO VAC-ERR-FILE-NAME
               MOVE VAC-CIBFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           READ NEW-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       350-WRITE-REGISTER.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-HEADING TO RPT-REC.
           WRITE RPT-REC.
           OPEN EXTEND CORH-FILE.
           IF VAC-CORHFILE-STATUS = "35"
               OPEN OUTPUT CORH-FILE
           END-IF.
           IF VAC-CORHFILE-STATUS NOT = "00"
               MOVE "VACCORH.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-CORHFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           PERFORM 355-WRITE-ONE-ROW
               VARYING VAC-CR-IDX FROM 1 BY 1
               UNTIL VAC-CR-IDX > VAC-CORR-COUNT.
           CLOSE CORH-FILE.

       355-WRITE-ONE-ROW.

           IF VAC-CR-ETAT (VAC-CR-IDX) = "A"
               ADD 1 TO VAC-AJOUT-COUNT
           ELSE
               IF VAC-CR-NOUV (VAC-CR-IDX, 1)
                       = VAC-CR-ANC (VAC-CR-IDX, 1)
                   AND VAC-CR-NOUV (VAC-CR-IDX, 2)
                       = VAC-CR-ANC (VAC-CR-IDX, 2)
                   AND VAC-CR-NOUV (VAC-CR-IDX, 3)
                       = VAC-CR-ANC (VAC-CR-IDX, 3)
                   AND VAC-CR-NOUV (VAC-CR-IDX, 4)
                       = VAC-CR-ANC (VAC-CR-IDX, 4)
                   MOVE "I" TO VAC-CR-ETAT (VAC-CR-IDX)
                   ADD 1 TO VAC-INCH-COUNT
               ELSE
                   ADD 1 TO VAC-REMPL-COUNT
               END-IF
           END-IF.

           IF VAC-CR-ETAT (VAC-CR-IDX) = "I"
               MOVE VAC-CR-NOM (VAC-CR-IDX) TO VAC-RPT-INCH-NOM
               MOVE VAC-CR-REGION (VAC-CR-IDX) TO VAC-RPT-INCH-REGION
               MOVE VAC-RPT-INCH-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM 360-WRITE-ONE-COUNTER
                   VARYING VAC-CPT-IDX FROM 1 BY 1
                   UNTIL VAC-CPT-IDX > 4
               PERFORM 365-ACCUMULATE-DELTA
               PERFORM 370-WRITE-CORRECTION-JOURNAL
           END-IF.

       360-WRITE-ONE-COUNTER.

           IF VAC-CR-NOUV (VAC-CR-IDX, VAC-CPT-IDX)
               NOT = VAC-CR-ANC (VAC-CR-IDX, VAC-CPT-IDX)
               OR VAC-CR-ETAT (VAC-CR-IDX) = "A"
               MOVE VAC-CR-NOM (VAC-CR-IDX) TO VAC-RPT-NOM
               MOVE VAC-CR-REGION (VAC-CR-IDX) TO VAC-RPT-REGION
               MOVE VAC-CPT-LIBELLE (VAC-CPT-IDX) TO VAC-RPT-COMPTEUR
               MOVE VAC-CR-ANC (VAC-CR-IDX, VAC-CPT-IDX)
                   TO VAC-RPT-ANCIEN
               MOVE VAC-CR-NOUV (VAC-CR-IDX, VAC-CPT-IDX)
                   TO VAC-RPT-NOUVEAU
               COMPUTE VAC-ECART-WORK =
                   VAC-CR-NOUV (VAC-CR-IDX, VAC-CPT-IDX)
                   - VAC-CR-ANC (VAC-CR-IDX, VAC-CPT-IDX)
               MOVE VAC-ECART-WORK TO VAC-RPT-ECART
               IF VAC-CR-ETAT (VAC-CR-IDX) = "A"
                   MOVE "AJOUT" TO VAC-RPT-NOTE
               ELSE
                   MOVE SPACES TO VAC-RPT-NOTE
               END-IF
               MOVE VAC-RPT-DETAIL-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       365-ACCUMULATE-DELTA.

           SET VAC-DL-IDX TO 1.
           SEARCH VAC-DELTA-ENTRY
               AT END
                   PERFORM 366-ADD-DELTA
               WHEN VAC-DL-IDX > VAC-DELTA-COUNT
                   PERFORM 366-ADD-DELTA
               WHEN VAC-DL-NOM (VAC-DL-IDX) = VAC-CR-NOM (VAC-CR-IDX)
                   CONTINUE
           END-SEARCH.
           PERFORM 367-ADD-ONE-DELTA
               VARYING VAC-CPT-IDX FROM 1 BY 1
               UNTIL VAC-CPT-IDX > 4.

       366-ADD-DELTA.

           IF VAC-DELTA-COUNT = 100
               MOVE "TABLE ECART" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-DELTA-COUNT.
           SET VAC-DL-IDX TO VAC-DELTA-COUNT.
           MOVE VAC-CR-NOM (VAC-CR-IDX) TO VAC-DL-NOM (VAC-DL-IDX).
           MOVE 0 TO VAC-DL-ECART (VAC-DL-IDX, 1).
           MOVE 0 TO VAC-DL-ECART (VAC-DL-IDX, 2).
           MOVE 0 TO VAC-DL-ECART (VAC-DL-IDX, 3).
           MOVE 0 TO VAC-DL-ECART (VAC-DL-IDX, 4).

       367-ADD-ONE-DELTA.

           COMPUTE VAC-DL-ECART (VAC-DL-IDX, VAC-CPT-IDX) =
               VAC-DL-ECART (VAC-DL-IDX, VAC-CPT-IDX)
               + VAC-CR-NOUV (VAC-CR-IDX, VAC-CPT-IDX)
               - VAC-CR-ANC (VAC-CR-IDX, VAC-CPT-IDX).

       370-WRITE-CORRECTION-JOURNAL.

           MOVE VAC-RUN-DATE TO CORH-DATE-TRAIT.
           MOVE VAC-DATE-CORRIGEE TO CORH-DATE-CORR.
           MOVE VAC-CR-NOM (VAC-CR-IDX) TO CORH-NOM-VACCIN.
           MOVE VAC-CR-REGION (VAC-CR-IDX) TO CORH-REGION-CODE.
           MOVE VAC-CR-ANC (VAC-CR-IDX, 1) TO CORH-ANC-AMUNE.
           MOVE VAC-CR-ANC (VAC-CR-IDX, 2) TO CORH-ANC-ANE.
           MOVE VAC-CR-ANC (VAC-CR-IDX, 3) TO CORH-ANC-COM.
           MOVE VAC-CR-ANC (VAC-CR-IDX, 4) TO CORH-ANC-TROIS.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 1) TO CORH-NOUV-AMUNE.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 2) TO CORH-NOUV-ANE.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 3) TO CORH-NOUV-COM.
           MOVE VAC-CR-NOUV (VAC-CR-IDX, 4) TO CORH-NOUV-TROIS.
           WRITE CORH-INFO.
           IF VAC-CORHFILE-STATUS NOT = "00"
               MOVE "VACCORH.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-CORHFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

      * Le sommaire d'un mois retient le cumul, toutes regions, du
      * dernier passage condense: il n'est retabli que si la date
      * corrigee est ce dernier passage. Une marque absente du
      * sommaire y est ajoutee si aucun passage plus recent du mois
      * n'a ete condense.
       400-RESTATE-ROLLUPS.

           MOVE VAC-DATE-CORRIGEE TO VAC-DSW-DATE.
           MOVE VAC-DSW-AAMM TO VAC-MOIS-CORRIGE.
           PERFORM 410-LOAD-ROLLUPS.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SOMMAIRES MENSUELS RETABLIS (VACHROLL.DAT)" TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-ROLL-HEADING TO RPT-REC.
           WRITE RPT-REC.

           MOVE 0 TO VAC-MOIS-DERNIER.
           PERFORM 420-FIND-MONTH-LATEST
               VARYING VAC-RL-IDX FROM 1 BY 1
               UNTIL VAC-RL-IDX > VAC-ROLL-COUNT.

           PERFORM 430-RESTATE-ONE-BRAND
               VARYING VAC-DL-IDX FROM 1 BY 1
               UNTIL VAC-DL-IDX > VAC-DELTA-COUNT.

           IF VAC-ROLL-MODIFIE = "Y"
               PERFORM 450-REWRITE-ROLLUPS
           END-IF.

       410-LOAD-ROLLUPS.

           MOVE "N" TO VAC-ROLL-EOF.
           OPEN INPUT ROLL-FILE.
           IF VAC-ROLLFILE-STATUS = "35"
               MOVE "Y" TO VAC-ROLL-EOF
           ELSE
               IF VAC-ROLLFILE-STATUS NOT = "00"
                   MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ROLLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ ROLL-FILE
                   AT END
                       MOVE "Y" TO VAC-ROLL-EOF
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 415-LOAD-ONE-ROLLUP
                   UNTIL VAC-ROLL-EOF = "Y"
               CLOSE ROLL-FILE
           END-IF.

       415-LOAD-ONE-ROLLUP.

           IF VAC-ROLL-COUNT = 500
               MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-ROLL-COUNT.
           SET VAC-RL-IDX TO VAC-ROLL-COUNT.
           MOVE ROLL-MOIS         TO VAC-RL-MOIS (VAC-RL-IDX).
           MOVE ROLL-NOM-VACCIN   TO VAC-RL-NOM (VAC-RL-IDX).
           MOVE ROLL-NBR-AMUNE    TO VAC-RL-CPT (VAC-RL-IDX, 1).
           MOVE ROLL-NBR-ANE      TO VAC-RL-CPT (VAC-RL-IDX, 2).
           MOVE ROLL-NBR-COM      TO VAC-RL-CPT (VAC-RL-IDX, 3).
           MOVE ROLL-NBR-TROIS    TO VAC-RL-CPT (VAC-RL-IDX, 4).
           MOVE ROLL-DERNIER-JOUR TO VAC-RL-DERNIER (VAC-RL-IDX).
           MOVE ROLL-NBR-PASSAGES TO VAC-RL-PASSAGES (VAC-RL-IDX).

           READ ROLL-FILE
               AT END
                   MOVE "Y" TO VAC-ROLL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

       420-FIND-MONTH-LATEST.

           IF VAC-RL-MOIS (VAC-RL-IDX) = VAC-MOIS-CORRIGE
               AND VAC-RL-DERNIER (VAC-RL-IDX) > VAC-MOIS-DERNIER
               MOVE VAC-RL-DERNIER (VAC-RL-IDX) TO VAC-MOIS-DERNIER
           END-IF.

       430-RESTATE-ONE-BRAND.

           MOVE VAC-MOIS-CORRIGE TO VAC-RPT-RN-MOIS.
           MOVE VAC-DL-NOM (VAC-DL-IDX) TO VAC-RPT-RN-NOM.
           SET VAC-RL-IDX TO 1.
           SEARCH VAC-ROLL-ENTRY
               AT END
                   PERFORM 435-ADD-MISSING-ROLLUP
               WHEN VAC-RL-IDX > VAC-ROLL-COUNT
                   PERFORM 435-ADD-MISSING-ROLLUP
               WHEN VAC-RL-MOIS (VAC-RL-IDX) = VAC-MOIS-CORRIGE
                   AND VAC-RL-NOM (VAC-RL-IDX) = VAC-DL-NOM (VAC-DL-IDX)
                   PERFORM 440-APPLY-DELTA
           END-SEARCH.

       435-ADD-MISSING-ROLLUP.

           IF VAC-DATE-CORRIGEE < VAC-MOIS-DERNIER
               MOVE "PASSAGE PLUS RECENT CONDENSE - INCHANGE"
                   TO VAC-RPT-RN-TEXTE
               MOVE VAC-RPT-ROLL-NOTE-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               IF VAC-ROLL-COUNT = 500
                   MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-ROLL-COUNT
               SET VAC-RL-IDX TO VAC-ROLL-COUNT
               MOVE VAC-MOIS-CORRIGE TO VAC-RL-MOIS (VAC-RL-IDX)
               MOVE VAC-DL-NOM (VAC-DL-IDX) TO VAC-RL-NOM (VAC-RL-IDX)
               MOVE 0 TO VAC-RL-CPT (VAC-RL-IDX, 1)
               MOVE 0 TO VAC-RL-CPT (VAC-RL-IDX, 2)
               MOVE 0 TO VAC-RL-CPT (VAC-RL-IDX, 3)
               MOVE 0 TO VAC-RL-CPT (VAC-RL-IDX, 4)
               MOVE VAC-DATE-CORRIGEE TO VAC-RL-DERNIER (VAC-RL-IDX)
               MOVE 1 TO VAC-RL-PASSAGES (VAC-RL-IDX)
               PERFORM 440-APPLY-DELTA
           END-IF.

       440-APPLY-DELTA.

           IF VAC-RL-DERNIER (VAC-RL-IDX) NOT = VAC-DATE-CORRIGEE
               MOVE "PASSAGE PLUS RECENT CONDENSE - INCHANGE"
                   TO VAC-RPT-RN-TEXTE
               MOVE VAC-RPT-ROLL-NOTE-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE "Y" TO VAC-ROLL-MODIFIE
               ADD 1 TO VAC-ROLL-CHG-COUNT
               PERFORM 445-APPLY-ONE-COUNTER
                   VARYING VAC-CPT-IDX FROM 1 BY 1
                   UNTIL VAC-CPT-IDX > 4
           END-IF.

       445-APPLY-ONE-COUNTER.

           MOVE VAC-RL-CPT (VAC-RL-IDX, VAC-CPT-IDX) TO VAC-ROLL-ANCIEN.
           COMPUTE VAC-ROLL-NOUVEAU = VAC-ROLL-ANCIEN
               + VAC-DL-ECART (VAC-DL-IDX, VAC-CPT-IDX).
           IF VAC-ROLL-NOUVEAU < 0
               MOVE 0 TO VAC-ROLL-NOUVEAU
           END-IF.
           MOVE VAC-ROLL-NOUVEAU
               TO VAC-RL-CPT (VAC-RL-IDX, VAC-CPT-IDX).
           IF VAC-ROLL-NOUVEAU NOT = VAC-ROLL-ANCIEN
               MOVE VAC-MOIS-CORRIGE TO VAC-RPT-RL-MOIS
               MOVE VAC-DL-NOM (VAC-DL-IDX) TO VAC-RPT-RL-NOM
               MOVE VAC-CPT-LIBELLE (VAC-CPT-IDX) TO VAC-RPT-RL-COMPTEUR
               MOVE VAC-ROLL-ANCIEN TO VAC-RPT-RL-ANCIEN
               MOVE VAC-ROLL-NOUVEAU TO VAC-RPT-RL-NOUVEAU
               COMPUTE VAC-ECART-WORK =
                   VAC-ROLL-NOUVEAU - VAC-ROLL-ANCIEN
               MOVE VAC-ECART-WORK TO VAC-RPT-RL-ECART
               MOVE VAC-RPT-ROLL-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       450-REWRITE-ROLLUPS.

           OPEN OUTPUT ROLL-FILE.
           IF VAC-ROLLFILE-STATUS NOT = "00"
               MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-ROLLFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           PERFORM 455-WRITE-ONE-ROLLUP
               VARYING VAC-RL-IDX FROM 1 BY 1
               UNTIL VAC-RL-IDX > VAC-ROLL-COUNT.

           CLOSE ROLL-FILE.

       455-WRITE-ONE-ROLLUP.

           MOVE VAC-RL-MOIS (VAC-RL-IDX)     TO ROLL-MOIS.
           MOVE VAC-RL-NOM (VAC-RL-IDX)      TO ROLL-NOM-VACCIN.
           MOVE VAC-RL-CPT (VAC-RL-IDX, 1)   TO ROLL-NBR-AMUNE.
           MOVE VAC-RL-CPT (VAC-RL-IDX, 2)   TO ROLL-NBR-ANE.
           MOVE VAC-RL-CPT (VAC-RL-IDX, 3)   TO ROLL-NBR-COM.
           MOVE VAC-RL-CPT (VAC-RL-IDX, 4)   TO ROLL-NBR-TROIS.
           MOVE VAC-RL-DERNIER (VAC-RL-IDX)  TO ROLL-DERNIER-JOUR.
           MOVE VAC-RL-PASSAGES (VAC-RL-IDX) TO ROLL-NBR-PASSAGES.
           WRITE ROLL-INFO.

       500-FIN.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "RANGEES CORRIGEES" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-REMPL-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "RANGEES AJOUTEES" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-AJOUT-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "RANGEES INCHANGEES" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-INCH-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SOMMAIRES MENSUELS RETABLIS" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-ROLL-CHG-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.

           DISPLAY "VACCORR TERMINE - CORRIGEES: " VAC-REMPL-COUNT
               " AJOUTEES: " VAC-AJOUT-COUNT
               " INCHANGEES: " VAC-INCH-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACCORR" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               COMPUTE LOG-NBR-ECRITS =
                   VAC-REMPL-COUNT + VAC-AJOUT-COUNT
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

       END PROGRAM VACCORR.
