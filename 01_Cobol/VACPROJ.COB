      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Projection de la date d'atteinte de la cible de
      *          couverture, par region et par bande d'age, pour la
      *          1re dose, la 2e dose et le rappel. Le rythme
      *          hebdomadaire de chaque region vient des passages
      *          recents de l'historique VACHIST.DAT (ecart des
      *          cumulatifs sur la fenetre de rythme); une region sans
      *          deux passages dans la fenetre prend le rythme
      *          provincial des deux derniers sommaires mensuels de
      *          VACHROLL.DAT (voir VACARCH), au prorata de ses doses.
      *          Le rythme d'une bande d'age est celui de sa region au
      *          prorata de la ventilation *AGEBND* de Vaccin.txt. La
      *          population restante vient de VACPOP.TXT. Toute ligne
      *          qui n'atteindra pas la cible avant la fin de campagne
      *          (FIN-CAMPAGNE, voir VACPRM) est marquee avec les
      *          doses hebdomadaires supplementaires requises
      *          (VACPROJ.RPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACPROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN USING VAC-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-INFILE-STATUS.

           SELECT POP-FILE ASSIGN TO "VACPOP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-POPFILE-STATUS.

           SELECT HIST-FILE ASSIGN USING VAC-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-HISTFILE-STATUS.

           SELECT ROLL-FILE ASSIGN TO "VACHROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ROLLFILE-STATUS.

           SELECT PROJ-FILE ASSIGN TO "VACPROJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-PROJFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
           COPY "VACREC.CPY".
           COPY "VACAGE.CPY".
       01 IN-FEED-REC              PIC X(100).

       FD POP-FILE.
           COPY "VACPOP.CPY".

       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD ROLL-FILE.
           COPY "VACROLL.CPY".

       FD PROJ-FILE.
       01 PROJ-REC                 PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-ROLL-ABSENT      PIC X(1) VALUE "N".
           05 VAC-REGION-KNOWN     PIC X(1) VALUE "Y".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-LINE-COUNT       PIC 9(4) VALUE 0.
           05 VAC-FLAG-COUNT       PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-POPFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-ROLLFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-PROJFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(12).
           05 VAC-ERR-FILE-STATUS  PIC X(2).

       01 VAC-CIBLE-COUVERTURE     PIC 999V99 VALUE 75.00.
       01 VAC-FENETRE-JOURS        PIC 9(3) VALUE 28.

       01 VAC-DATE-WORK.
           05 VAC-RUN-DATE         PIC 9(8) VALUE 0.
           05 VAC-FIN-CAMPAGNE     PIC 9(8) VALUE 0.
           05 VAC-FIN-REDEF REDEFINES VAC-FIN-CAMPAGNE.
               10 VAC-FIN-AAAA     PIC 9(4).
               10 VAC-FIN-MMJJ     PIC 9(4).
           05 VAC-RUN-REDEF-DATE   PIC 9(8) VALUE 0.
           05 VAC-RUN-REDEF REDEFINES VAC-RUN-REDEF-DATE.
               10 VAC-RUN-AAAA     PIC 9(4).
               10 VAC-RUN-MMJJ     PIC 9(4).
           05 VAC-JOURS-RESTANTS   PIC S9(9) VALUE 0.
           05 VAC-JOURS-WORK       PIC S9(9) VALUE 0.
           05 VAC-JOURS-ECART      PIC S9(9) VALUE 0.

      * Une rangee par region de VACPOP.TXT; les trois postes de
      * chaque groupe sont la 1re dose, la 2e dose et le rappel.
       01 VAC-RGN-TABLE.
           05 VAC-RGN-COUNT        PIC 9(3) VALUE 0.
           05 VAC-RGN-ENTRY OCCURS 20 TIMES INDEXED BY VAC-RGN-IDX.
               10 VAC-RGN-REGION     PIC X(4).
               10 VAC-RGN-POP        PIC 9(10).
               10 VAC-RGN-DATE-MAX   PIC 9(8).
               10 VAC-RGN-DATE-FEN   PIC 9(8).
               10 VAC-RGN-DATE-BASE  PIC 9(8).
               10 VAC-RGN-SOURCE     PIC X(1).
               10 VAC-RGN-DOSE OCCURS 3 TIMES.
                   15 VAC-RGN-CUR      PIC 9(10).
                   15 VAC-RGN-AGE-CUR  PIC 9(10).
                   15 VAC-RGN-LAT      PIC 9(10).
                   15 VAC-RGN-BAS      PIC 9(10).
                   15 VAC-RGN-RYTHME   PIC 9(9)V99.

       01 VAC-AGE-TABLE.
           05 VAC-AGE-COUNT        PIC 9(3) VALUE 0.
           05 VAC-AGE-ENTRY OCCURS 80 TIMES INDEXED BY VAC-AGE-IDX.
               10 VAC-AGE-T-REGION   PIC X(4).
               10 VAC-AGE-T-BANDE    PIC X(5).
               10 VAC-AGE-T-POP      PIC 9(10).
               10 VAC-AGE-T-CUR OCCURS 3 TIMES PIC 9(10).

       01 VAC-PROV-ROLL.
           05 VAC-ROLL-MOIS-MAX    PIC 9(6) VALUE 0.
           05 VAC-ROLL-MOIS-PREC   PIC 9(6) VALUE 0.
           05 VAC-ROLL-JOUR-MAX    PIC 9(8) VALUE 0.
           05 VAC-ROLL-JOUR-PREC   PIC 9(8) VALUE 0.
           05 VAC-ROLL-DOSE OCCURS 3 TIMES.
               10 VAC-ROLL-LAT       PIC 9(10).
               10 VAC-ROLL-PREC      PIC 9(10).
               10 VAC-ROLL-RYTHME    PIC 9(9)V99.
               10 VAC-PROV-CUR       PIC 9(10).

       01 VAC-DOSE-CTR             PIC 9(1) VALUE 0.

       01 VAC-DOSE-LABELS.
           05 FILLER               PIC X(8) VALUE "1RE DOSE".
           05 FILLER               PIC X(8) VALUE "2E DOSE ".
           05 FILLER               PIC X(8) VALUE "RAPPEL  ".
       01 VAC-DOSE-LABEL-TABLE REDEFINES VAC-DOSE-LABELS.
           05 VAC-DOSE-LABEL OCCURS 3 TIMES PIC X(8).

      * Ligne a projeter: une region entiere ou une de ses bandes.
       01 VAC-PJ-WORK.
           05 VAC-PJ-REGION        PIC X(4).
           05 VAC-PJ-BANDE         PIC X(5).
           05 VAC-PJ-POP           PIC 9(10).
           05 VAC-PJ-SOURCE        PIC X(1).
           05 VAC-PJ-DOSE OCCURS 3 TIMES.
               10 VAC-PJ-CUR         PIC 9(10).
               10 VAC-PJ-RYTHME      PIC 9(9)V99.

       01 VAC-CALC-WORK.
           05 VAC-CIBLE-DOSES      PIC 9(10) VALUE 0.
           05 VAC-RESTE-CIBLE      PIC S9(10) VALUE 0.
           05 VAC-PCT-COUV         PIC 999V99 VALUE 0.
           05 VAC-JOURS-REQUIS     PIC 9(9) VALUE 0.
           05 VAC-DATE-PREVUE      PIC 9(8) VALUE 0.
           05 VAC-RYTHME-REQUIS    PIC 9(9)V99 VALUE 0.
           05 VAC-SUPPLEMENT       PIC S9(9) VALUE 0.

       01 VAC-PRJ-TITLE-LINE.
           05 FILLER               PIC X(40) VALUE
               "PROJECTION DE COUVERTURE VACCINALE - AU ".
           05 VAC-PRJ-TITLE-DATE   PIC 9(8).

       01 VAC-PRJ-PARM-LINE.
           05 FILLER               PIC X(07) VALUE "CIBLE ".
           05 VAC-PRJ-PARM-CIBLE   PIC ZZ9.99.
           05 FILLER               PIC X(22) VALUE
               "%   FIN DE CAMPAGNE ".
           05 VAC-PRJ-PARM-FIN     PIC 9(8).
           05 FILLER               PIC X(19) VALUE
               "   FENETRE RYTHME ".
           05 VAC-PRJ-PARM-FEN     PIC ZZ9.
           05 FILLER               PIC X(06) VALUE " JOURS".

       01 VAC-PRJ-ROLL-LINE.
           05 FILLER               PIC X(30) VALUE
               "RYTHME PROVINCIAL VACHROLL ".
           05 VAC-PRJ-ROLL-MOIS    PIC 9(6).
           05 FILLER               PIC X(02) VALUE ": ".
           05 VAC-PRJ-ROLL-ANE     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-ROLL-COM     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-ROLL-TROIS   PIC ZZZ,ZZ9.
           05 FILLER               PIC X(06) VALUE " /SEM.".

       01 VAC-PRJ-HEADING-LINE.
           05 FILLER               PIC X(38) VALUE
               "RGN  BANDE DOSE       COUV.      RESTE".
           05 FILLER               PIC X(28) VALUE
               "  RYTHME S ECHEANCE  +/SEM.".

       01 VAC-PRJ-DETAIL-LINE.
           05 VAC-PRJ-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-BANDE   PIC X(5).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-DOSE    PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-PCT     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-RESTE   PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-RYTHME  PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-SOURCE  PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-DATE    PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-PRJ-LINE-FLAG    PIC X(1).
           05 VAC-PRJ-LINE-SUPPL   PIC ZZZ,ZZ9 BLANK WHEN ZERO.

       01 VAC-PRJ-COUNT-LINE.
           05 VAC-PRJ-CNT-LABEL    PIC X(36).
           05 VAC-PRJ-CNT-AMT      PIC ZZZ,ZZ9.

       01 VAC-PARM-FILE-NAMES.
           05 VAC-IN-FILE-NAME    PIC X(64) VALUE "Vaccin.txt".
           05 VAC-HIST-FILE-NAME  PIC X(64) VALUE "VACHIST.DAT".

           COPY "VACPARM.CPY".

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
           PERFORM 100-LOAD-POPULATION.
           PERFORM 150-LOAD-CURRENT.
           PERFORM 200-LOAD-HISTORY.
           PERFORM 250-LOAD-ROLLUPS.
           PERFORM 270-COMPUTE-REGION-PACE
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.
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
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.
           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * Sans fin de campagne parametree, la projection vise le 31
      * decembre de l'annee d'execution.
           IF VACPRM-FIN-CAMPAGNE > 0
               MOVE VACPRM-FIN-CAMPAGNE TO VAC-FIN-CAMPAGNE
           ELSE
               MOVE VAC-RUN-DATE TO VAC-RUN-REDEF-DATE
               MOVE VAC-RUN-AAAA TO VAC-FIN-AAAA
               MOVE 1231 TO VAC-FIN-MMJJ
           END-IF.

           COMPUTE VAC-JOURS-RESTANTS =
               FUNCTION INTEGER-OF-DATE (VAC-FIN-CAMPAGNE)
               - FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE).
           IF VAC-JOURS-RESTANTS < 7
               MOVE 7 TO VAC-JOURS-RESTANTS
           END-IF.
           DISPLAY "PROJECTION AU " VAC-RUN-DATE
               " - FIN DE CAMPAGNE " VAC-FIN-CAMPAGNE.

       100-LOAD-POPULATION.

           INITIALIZE VAC-PROV-ROLL.

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
                   CONTINUE
               END-READ.

           PERFORM 110-LOAD-ONE-POP
               UNTIL EOF-SWITCH = "Y".

           CLOSE POP-FILE.

       110-LOAD-ONE-POP.

      * Une ligne d'age se reconnait a sa bande non numerique en
      * colonnes 5 a 9 (voir VACPOP.CPY).
           IF POP-ELIGIBLE IS NUMERIC
               PERFORM 115-ADD-REGION
           ELSE
               PERFORM 118-ADD-AGE-BAND
           END-IF.

           READ POP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       115-ADD-REGION.

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

       118-ADD-AGE-BAND.

           IF POP-AGE-ELIGIBLE IS NOT NUMERIC
               DISPLAY "POPULATION NON NUMERIQUE POUR LA REGION "
                   POP-AGE-REGION " BANDE " POP-AGE-BANDE
               MOVE "VACPOP.TXT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           IF VAC-AGE-COUNT = 80
               MOVE "TABLE AGE" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-AGE-COUNT.
           SET VAC-AGE-IDX TO VAC-AGE-COUNT.
           INITIALIZE VAC-AGE-ENTRY (VAC-AGE-IDX).
           MOVE POP-AGE-REGION   TO VAC-AGE-T-REGION (VAC-AGE-IDX).
           MOVE POP-AGE-BANDE    TO VAC-AGE-T-BANDE (VAC-AGE-IDX).
           MOVE POP-AGE-ELIGIBLE TO VAC-AGE-T-POP (VAC-AGE-IDX).

       150-LOAD-CURRENT.

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

           PERFORM 160-POST-ONE-CURRENT
               UNTIL EOF-SWITCH = "Y".

           CLOSE IN-FILE.

       160-POST-ONE-CURRENT.

      * Les enregistrements de controle *ENTETE* et *TOTAUX* de
      * l'alimentation (voir FILECHECK) ne comptent pas; la
      * ventilation *AGEBND* alimente les bandes d'age.
           IF AGE-EST-AGEBND
               PERFORM 168-POST-AGE-BAND
           ELSE
               IF NOM-VACCIN (1:1) NOT = "*"
                   AND NBR-ANE IS NUMERIC
                   AND NBR-COM IS NUMERIC
                   AND NBR-TROIS IS NUMERIC
                   PERFORM 165-POST-REGION
               END-IF
           END-IF.

           READ IN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       165-POST-REGION.

           SET VAC-RGN-IDX TO 1.
           SEARCH VAC-RGN-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                   CONTINUE
               WHEN VAC-RGN-REGION (VAC-RGN-IDX) = REGION-CODE
                   ADD NBR-ANE   TO VAC-RGN-CUR (VAC-RGN-IDX, 1)
                   ADD NBR-COM   TO VAC-RGN-CUR (VAC-RGN-IDX, 2)
                   ADD NBR-TROIS TO VAC-RGN-CUR (VAC-RGN-IDX, 3)
                   ADD NBR-ANE   TO VAC-PROV-CUR (1)
                   ADD NBR-COM   TO VAC-PROV-CUR (2)
                   ADD NBR-TROIS TO VAC-PROV-CUR (3)
           END-SEARCH.

       168-POST-AGE-BAND.

           IF AGE-NBR-ANE IS NUMERIC
               AND AGE-NBR-COM IS NUMERIC
               AND AGE-NBR-TROIS IS NUMERIC
               SET VAC-AGE-IDX TO 1
               SEARCH VAC-AGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-AGE-IDX > VAC-AGE-COUNT
                       CONTINUE
                   WHEN VAC-AGE-T-REGION (VAC-AGE-IDX)
                           = AGE-REGION-CODE
                       AND VAC-AGE-T-BANDE (VAC-AGE-IDX) = AGE-BANDE
                       ADD AGE-NBR-ANE
                           TO VAC-AGE-T-CUR (VAC-AGE-IDX, 1)
                       ADD AGE-NBR-COM
                           TO VAC-AGE-T-CUR (VAC-AGE-IDX, 2)
                       ADD AGE-NBR-TROIS
                           TO VAC-AGE-T-CUR (VAC-AGE-IDX, 3)
                       PERFORM 169-POST-REGION-AGE-SUM
               END-SEARCH
           END-IF.

       169-POST-REGION-AGE-SUM.

           SET VAC-RGN-IDX TO 1.
           SEARCH VAC-RGN-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                   CONTINUE
               WHEN VAC-RGN-REGION (VAC-RGN-IDX) = AGE-REGION-CODE
                   ADD AGE-NBR-ANE   TO VAC-RGN-AGE-CUR (VAC-RGN-IDX, 1)
                   ADD AGE-NBR-COM   TO VAC-RGN-AGE-CUR (VAC-RGN-IDX, 2)
                   ADD AGE-NBR-TROIS TO VAC-RGN-AGE-CUR (VAC-RGN-IDX, 3)
           END-SEARCH.

       200-LOAD-HISTORY.

      * Premier passage: date du passage le plus recent de chaque
      * region; second passage: cumulatifs a cette date et au plus
      * vieux passage de la fenetre de rythme.
           OPEN INPUT HIST-FILE.
           IF VAC-HISTFILE-STATUS = "35"
               MOVE "Y" TO VAC-HIST-ABSENT
               DISPLAY "HISTORIQUE ABSENT - RYTHME MENSUEL SEULEMENT: "
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
                       CONTINUE
                   END-READ
               PERFORM 210-SCAN-ONE-HISTORY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE HIST-FILE
               PERFORM 220-SET-WINDOW
                   VARYING VAC-RGN-IDX FROM 1 BY 1
                   UNTIL VAC-RGN-IDX > VAC-RGN-COUNT
               OPEN INPUT HIST-FILE
               MOVE "N" TO EOF-SWITCH
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 230-POST-ONE-HISTORY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE HIST-FILE
           END-IF.

       210-SCAN-ONE-HISTORY.

           IF HIST-RUN-DATE IS NUMERIC
               SET VAC-RGN-IDX TO 1
               SEARCH VAC-RGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                       CONTINUE
                   WHEN VAC-RGN-REGION (VAC-RGN-IDX) = HIST-REGION-CODE
                       IF HIST-RUN-DATE > VAC-RGN-DATE-MAX (VAC-RGN-IDX)
                           MOVE HIST-RUN-DATE
                               TO VAC-RGN-DATE-MAX (VAC-RGN-IDX)
                       END-IF
               END-SEARCH
           END-IF.

           READ HIST-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       220-SET-WINDOW.

           IF VAC-RGN-DATE-MAX (VAC-RGN-IDX) > 0
               COMPUTE VAC-JOURS-WORK =
                   FUNCTION INTEGER-OF-DATE
                       (VAC-RGN-DATE-MAX (VAC-RGN-IDX))
                   - VAC-FENETRE-JOURS
               COMPUTE VAC-RGN-DATE-FEN (VAC-RGN-IDX) =
                   FUNCTION DATE-OF-INTEGER (VAC-JOURS-WORK)
               MOVE VAC-RGN-DATE-MAX (VAC-RGN-IDX)
                   TO VAC-RGN-DATE-BASE (VAC-RGN-IDX)
           END-IF.

       230-POST-ONE-HISTORY.

           IF HIST-RUN-DATE IS NUMERIC
               SET VAC-RGN-IDX TO 1
               SEARCH VAC-RGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-RGN-IDX > VAC-RGN-COUNT
                       CONTINUE
                   WHEN VAC-RGN-REGION (VAC-RGN-IDX) = HIST-REGION-CODE
                       PERFORM 235-POST-REGION-HISTORY
               END-SEARCH
           END-IF.

           READ HIST-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       235-POST-REGION-HISTORY.

      * Un passage produit une rangee par marque de la region: a date
      * egale les cumulatifs s'additionnent. Un passage plus vieux
      * dans la fenetre remplace la base retenue jusque-la.
           IF HIST-RUN-DATE = VAC-RGN-DATE-MAX (VAC-RGN-IDX)
               ADD HIST-NBR-ANE   TO VAC-RGN-LAT (VAC-RGN-IDX, 1)
               ADD HIST-NBR-COM   TO VAC-RGN-LAT (VAC-RGN-IDX, 2)
               ADD HIST-NBR-TROIS TO VAC-RGN-LAT (VAC-RGN-IDX, 3)
           ELSE
           IF HIST-RUN-DATE NOT < VAC-RGN-DATE-FEN (VAC-RGN-IDX)
               AND HIST-RUN-DATE < VAC-RGN-DATE-BASE (VAC-RGN-IDX)
               MOVE HIST-RUN-DATE TO VAC-RGN-DATE-BASE (VAC-RGN-IDX)
               MOVE HIST-NBR-ANE   TO VAC-RGN-BAS (VAC-RGN-IDX, 1)
               MOVE HIST-NBR-COM   TO VAC-RGN-BAS (VAC-RGN-IDX, 2)
               MOVE HIST-NBR-TROIS TO VAC-RGN-BAS (VAC-RGN-IDX, 3)
           ELSE
           IF HIST-RUN-DATE = VAC-RGN-DATE-BASE (VAC-RGN-IDX)
               ADD HIST-NBR-ANE   TO VAC-RGN-BAS (VAC-RGN-IDX, 1)
               ADD HIST-NBR-COM   TO VAC-RGN-BAS (VAC-RGN-IDX, 2)
               ADD HIST-NBR-TROIS TO VAC-RGN-BAS (VAC-RGN-IDX, 3)
           END-IF
           END-IF
           END-IF.

       250-LOAD-ROLLUPS.

      * Rythme provincial de reference: ecart entre les deux derniers
      * sommaires mensuels, toutes marques confondues.
           OPEN INPUT ROLL-FILE.
           IF VAC-ROLLFILE-STATUS = "35"
               MOVE "Y" TO VAC-ROLL-ABSENT
               DISPLAY "VACHROLL.DAT ABSENT - PAS DE RYTHME MENSUEL"
           ELSE
               IF VAC-ROLLFILE-STATUS NOT = "00"
                   MOVE "VACHROLL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ROLLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ ROLL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 255-SCAN-ONE-ROLLUP
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ROLL-FILE
               OPEN INPUT ROLL-FILE
               MOVE "N" TO EOF-SWITCH
               READ ROLL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 260-POST-ONE-ROLLUP
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ROLL-FILE
               PERFORM 265-COMPUTE-PROV-PACE
           END-IF.

       255-SCAN-ONE-ROLLUP.

           IF ROLL-MOIS IS NUMERIC
               AND ROLL-MOIS > VAC-ROLL-MOIS-MAX
               MOVE ROLL-MOIS TO VAC-ROLL-MOIS-MAX
           END-IF.

           READ ROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       260-POST-ONE-ROLLUP.

           IF ROLL-MOIS IS NUMERIC
               PERFORM 262-POST-ROLLUP-MONTH
           END-IF.

           READ ROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       262-POST-ROLLUP-MONTH.

           IF ROLL-MOIS = VAC-ROLL-MOIS-MAX
               ADD ROLL-NBR-ANE   TO VAC-ROLL-LAT (1)
               ADD ROLL-NBR-COM   TO VAC-ROLL-LAT (2)
               ADD ROLL-NBR-TROIS TO VAC-ROLL-LAT (3)
               IF ROLL-DERNIER-JOUR > VAC-ROLL-JOUR-MAX
                   MOVE ROLL-DERNIER-JOUR TO VAC-ROLL-JOUR-MAX
               END-IF
           ELSE
           IF ROLL-MOIS > VAC-ROLL-MOIS-PREC
               MOVE ROLL-MOIS TO VAC-ROLL-MOIS-PREC
               MOVE ROLL-NBR-ANE   TO VAC-ROLL-PREC (1)
               MOVE ROLL-NBR-COM   TO VAC-ROLL-PREC (2)
               MOVE ROLL-NBR-TROIS TO VAC-ROLL-PREC (3)
               MOVE ROLL-DERNIER-JOUR TO VAC-ROLL-JOUR-PREC
           ELSE
           IF ROLL-MOIS = VAC-ROLL-MOIS-PREC
               ADD ROLL-NBR-ANE   TO VAC-ROLL-PREC (1)
               ADD ROLL-NBR-COM   TO VAC-ROLL-PREC (2)
               ADD ROLL-NBR-TROIS TO VAC-ROLL-PREC (3)
               IF ROLL-DERNIER-JOUR > VAC-ROLL-JOUR-PREC
                   MOVE ROLL-DERNIER-JOUR TO VAC-ROLL-JOUR-PREC
               END-IF
           END-IF
           END-IF
           END-IF.

       265-COMPUTE-PROV-PACE.

           IF VAC-ROLL-MOIS-PREC > 0
               AND VAC-ROLL-JOUR-MAX > VAC-ROLL-JOUR-PREC
               COMPUTE VAC-JOURS-ECART =
                   FUNCTION INTEGER-OF-DATE (VAC-ROLL-JOUR-MAX)
                   - FUNCTION INTEGER-OF-DATE (VAC-ROLL-JOUR-PREC)
               PERFORM 267-COMPUTE-ONE-PROV-PACE
                   VARYING VAC-DOSE-CTR FROM 1 BY 1
                   UNTIL VAC-DOSE-CTR > 3
           END-IF.

       267-COMPUTE-ONE-PROV-PACE.

           IF VAC-ROLL-LAT (VAC-DOSE-CTR) > VAC-ROLL-PREC (VAC-DOSE-CTR)
               COMPUTE VAC-ROLL-RYTHME (VAC-DOSE-CTR) ROUNDED =
                   (VAC-ROLL-LAT (VAC-DOSE-CTR)
                    - VAC-ROLL-PREC (VAC-DOSE-CTR)) * 7
                   / VAC-JOURS-ECART
           END-IF.

       270-COMPUTE-REGION-PACE.

      * Source du rythme: H = historique de la region, M = rythme
      * mensuel provincial au prorata des doses de la region, blanc =
      * aucun rythme connu.
           IF VAC-RGN-DATE-BASE (VAC-RGN-IDX)
                   < VAC-RGN-DATE-MAX (VAC-RGN-IDX)
               MOVE "H" TO VAC-RGN-SOURCE (VAC-RGN-IDX)
               COMPUTE VAC-JOURS-ECART =
                   FUNCTION INTEGER-OF-DATE
                       (VAC-RGN-DATE-MAX (VAC-RGN-IDX))
                   - FUNCTION INTEGER-OF-DATE
                       (VAC-RGN-DATE-BASE (VAC-RGN-IDX))
           ELSE
           IF VAC-ROLL-MOIS-PREC > 0
               MOVE "M" TO VAC-RGN-SOURCE (VAC-RGN-IDX)
           ELSE
               MOVE SPACE TO VAC-RGN-SOURCE (VAC-RGN-IDX)
           END-IF
           END-IF.

           PERFORM 275-COMPUTE-ONE-REGION-PACE
               VARYING VAC-DOSE-CTR FROM 1 BY 1
               UNTIL VAC-DOSE-CTR > 3.

       275-COMPUTE-ONE-REGION-PACE.

           MOVE 0 TO VAC-RGN-RYTHME (VAC-RGN-IDX, VAC-DOSE-CTR).
           IF VAC-RGN-SOURCE (VAC-RGN-IDX) = "H"
               AND VAC-RGN-LAT (VAC-RGN-IDX, VAC-DOSE-CTR)
                   > VAC-RGN-BAS (VAC-RGN-IDX, VAC-DOSE-CTR)
               COMPUTE VAC-RGN-RYTHME (VAC-RGN-IDX, VAC-DOSE-CTR)
                   ROUNDED =
                   (VAC-RGN-LAT (VAC-RGN-IDX, VAC-DOSE-CTR)
                    - VAC-RGN-BAS (VAC-RGN-IDX, VAC-DOSE-CTR)) * 7
                   / VAC-JOURS-ECART
           END-IF.
           IF VAC-RGN-SOURCE (VAC-RGN-IDX) = "M"
               AND VAC-PROV-CUR (VAC-DOSE-CTR) > 0
               COMPUTE VAC-RGN-RYTHME (VAC-RGN-IDX, VAC-DOSE-CTR)
                   ROUNDED =
                   VAC-ROLL-RYTHME (VAC-DOSE-CTR)
                   * VAC-RGN-CUR (VAC-RGN-IDX, VAC-DOSE-CTR)
                   / VAC-PROV-CUR (VAC-DOSE-CTR)
           END-IF.

       300-FIN.

           PERFORM 310-WRITE-REPORT.
           DISPLAY "VACPROJ TERMINE - LIGNES HORS DELAI: "
               VAC-FLAG-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       310-WRITE-REPORT.

           OPEN OUTPUT PROJ-FILE.
           IF VAC-PROJFILE-STATUS NOT = "00"
               MOVE "VACPROJ.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-PROJFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE VAC-RUN-DATE TO VAC-PRJ-TITLE-DATE.
           MOVE VAC-PRJ-TITLE-LINE TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE VAC-CIBLE-COUVERTURE TO VAC-PRJ-PARM-CIBLE.
           MOVE VAC-FIN-CAMPAGNE TO VAC-PRJ-PARM-FIN.
           MOVE VAC-FENETRE-JOURS TO VAC-PRJ-PARM-FEN.
           MOVE VAC-PRJ-PARM-LINE TO PROJ-REC.
           WRITE PROJ-REC.
           IF VAC-ROLL-MOIS-PREC > 0
               MOVE VAC-ROLL-MOIS-MAX TO VAC-PRJ-ROLL-MOIS
               MOVE VAC-ROLL-RYTHME (1) TO VAC-PRJ-ROLL-ANE
               MOVE VAC-ROLL-RYTHME (2) TO VAC-PRJ-ROLL-COM
               MOVE VAC-ROLL-RYTHME (3) TO VAC-PRJ-ROLL-TROIS
               MOVE VAC-PRJ-ROLL-LINE TO PROJ-REC
               WRITE PROJ-REC
           END-IF.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE VAC-PRJ-HEADING-LINE TO PROJ-REC.
           WRITE PROJ-REC.

           PERFORM 320-REPORT-ONE-REGION
               VARYING VAC-RGN-IDX FROM 1 BY 1
               UNTIL VAC-RGN-IDX > VAC-RGN-COUNT.

           MOVE "LIGNES PROJETEES:" TO VAC-PRJ-CNT-LABEL.
           MOVE VAC-LINE-COUNT TO VAC-PRJ-CNT-AMT.
           MOVE VAC-PRJ-COUNT-LINE TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "HORS DELAI A LA FIN DE CAMPAGNE (*):" TO
               VAC-PRJ-CNT-LABEL.
           MOVE VAC-FLAG-COUNT TO VAC-PRJ-CNT-AMT.
           MOVE VAC-PRJ-COUNT-LINE TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "S: H = HISTORIQUE DE LA REGION, M = RYTHME MENSUEL"
               TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "   PROVINCIAL AU PRORATA DES DOSES DE LA REGION"
               TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "BANDES D'AGE: RYTHME DE LA REGION AU PRORATA *AGEBND*"
               TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "+/SEM.: DOSES A AJOUTER PAR SEMAINE (*)"
               TO PROJ-REC.
           WRITE PROJ-REC.
           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - RYTHME MENSUEL SEULEMENT"
                   TO PROJ-REC
               WRITE PROJ-REC
           END-IF.

           CLOSE PROJ-FILE.

       320-REPORT-ONE-REGION.

           MOVE VAC-RGN-REGION (VAC-RGN-IDX) TO VAC-PJ-REGION.
           MOVE "TOUS " TO VAC-PJ-BANDE.
           MOVE VAC-RGN-POP (VAC-RGN-IDX) TO VAC-PJ-POP.
           MOVE VAC-RGN-SOURCE (VAC-RGN-IDX) TO VAC-PJ-SOURCE.
           PERFORM 325-LOAD-REGION-DOSE
               VARYING VAC-DOSE-CTR FROM 1 BY 1
               UNTIL VAC-DOSE-CTR > 3.
           PERFORM 340-PROJECT-ONE-DOSE
               VARYING VAC-DOSE-CTR FROM 1 BY 1
               UNTIL VAC-DOSE-CTR > 3.

           PERFORM 330-REPORT-ONE-BAND
               VARYING VAC-AGE-IDX FROM 1 BY 1
               UNTIL VAC-AGE-IDX > VAC-AGE-COUNT.

           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

       325-LOAD-REGION-DOSE.

           MOVE VAC-RGN-CUR (VAC-RGN-IDX, VAC-DOSE-CTR)
               TO VAC-PJ-CUR (VAC-DOSE-CTR).
           MOVE VAC-RGN-RYTHME (VAC-RGN-IDX, VAC-DOSE-CTR)
               TO VAC-PJ-RYTHME (VAC-DOSE-CTR).

       330-REPORT-ONE-BAND.

           IF VAC-AGE-T-REGION (VAC-AGE-IDX)
                   = VAC-RGN-REGION (VAC-RGN-IDX)
               MOVE VAC-AGE-T-BANDE (VAC-AGE-IDX) TO VAC-PJ-BANDE
               MOVE VAC-AGE-T-POP (VAC-AGE-IDX) TO VAC-PJ-POP
               PERFORM 335-LOAD-BAND-DOSE
                   VARYING VAC-DOSE-CTR FROM 1 BY 1
                   UNTIL VAC-DOSE-CTR > 3
               PERFORM 340-PROJECT-ONE-DOSE
                   VARYING VAC-DOSE-CTR FROM 1 BY 1
                   UNTIL VAC-DOSE-CTR > 3
           END-IF.

       335-LOAD-BAND-DOSE.

           MOVE VAC-AGE-T-CUR (VAC-AGE-IDX, VAC-DOSE-CTR)
               TO VAC-PJ-CUR (VAC-DOSE-CTR).
           MOVE 0 TO VAC-PJ-RYTHME (VAC-DOSE-CTR).
           IF VAC-RGN-AGE-CUR (VAC-RGN-IDX, VAC-DOSE-CTR) > 0
               COMPUTE VAC-PJ-RYTHME (VAC-DOSE-CTR) ROUNDED =
                   VAC-RGN-RYTHME (VAC-RGN-IDX, VAC-DOSE-CTR)
                   * VAC-AGE-T-CUR (VAC-AGE-IDX, VAC-DOSE-CTR)
                   / VAC-RGN-AGE-CUR (VAC-RGN-IDX, VAC-DOSE-CTR)
           END-IF.

       340-PROJECT-ONE-DOSE.

           MOVE 0 TO VAC-SUPPLEMENT.
           MOVE SPACE TO VAC-PRJ-LINE-FLAG.
           COMPUTE VAC-CIBLE-DOSES ROUNDED =
               VAC-PJ-POP * VAC-CIBLE-COUVERTURE / 100.
           COMPUTE VAC-RESTE-CIBLE =
               VAC-CIBLE-DOSES - VAC-PJ-CUR (VAC-DOSE-CTR).
           IF VAC-PJ-POP > 0
               COMPUTE VAC-PCT-COUV ROUNDED =
                   (VAC-PJ-CUR (VAC-DOSE-CTR) * 100) / VAC-PJ-POP
           ELSE
               MOVE 0 TO VAC-PCT-COUV
           END-IF.

           IF VAC-RESTE-CIBLE NOT > 0
               MOVE 0 TO VAC-RESTE-CIBLE
               MOVE "ATTEINTE" TO VAC-PRJ-LINE-DATE
           ELSE
           IF VAC-PJ-RYTHME (VAC-DOSE-CTR) = 0
               MOVE "AUCUN" TO VAC-PRJ-LINE-DATE
               PERFORM 345-FLAG-LINE
           ELSE
               COMPUTE VAC-JOURS-REQUIS ROUNDED =
                   VAC-RESTE-CIBLE * 7 / VAC-PJ-RYTHME (VAC-DOSE-CTR)
               IF VAC-JOURS-REQUIS > 3650
                   MOVE "+10 ANS" TO VAC-PRJ-LINE-DATE
                   PERFORM 345-FLAG-LINE
               ELSE
                   COMPUTE VAC-JOURS-WORK =
                       FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE)
                       + VAC-JOURS-REQUIS
                   COMPUTE VAC-DATE-PREVUE =
                       FUNCTION DATE-OF-INTEGER (VAC-JOURS-WORK)
                   MOVE VAC-DATE-PREVUE TO VAC-PRJ-LINE-DATE
                   IF VAC-DATE-PREVUE > VAC-FIN-CAMPAGNE
                       PERFORM 345-FLAG-LINE
                   END-IF
               END-IF
           END-IF
           END-IF.

           MOVE VAC-PJ-REGION TO VAC-PRJ-LINE-REGION.
           MOVE VAC-PJ-BANDE  TO VAC-PRJ-LINE-BANDE.
           MOVE VAC-DOSE-LABEL (VAC-DOSE-CTR) TO VAC-PRJ-LINE-DOSE.
           MOVE VAC-PCT-COUV  TO VAC-PRJ-LINE-PCT.
           MOVE VAC-RESTE-CIBLE TO VAC-PRJ-LINE-RESTE.
           MOVE VAC-PJ-RYTHME (VAC-DOSE-CTR) TO VAC-PRJ-LINE-RYTHME.
           MOVE VAC-PJ-SOURCE TO VAC-PRJ-LINE-SOURCE.
           MOVE VAC-SUPPLEMENT TO VAC-PRJ-LINE-SUPPL.
           MOVE VAC-PRJ-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC.
           ADD 1 TO VAC-LINE-COUNT.

       345-FLAG-LINE.

      * Doses hebdomadaires requises pour combler le reste d'ici la
      * fin de campagne, moins le rythme actuel.
           ADD 1 TO VAC-FLAG-COUNT.
           MOVE "*" TO VAC-PRJ-LINE-FLAG.
           COMPUTE VAC-RYTHME-REQUIS ROUNDED =
               VAC-RESTE-CIBLE * 7 / VAC-JOURS-RESTANTS.
           COMPUTE VAC-SUPPLEMENT ROUNDED =
               VAC-RYTHME-REQUIS - VAC-PJ-RYTHME (VAC-DOSE-CTR).
           IF VAC-SUPPLEMENT < 1
               MOVE 1 TO VAC-SUPPLEMENT
           END-IF.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACPROJ" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-LINE-COUNT TO LOG-NBR-ECRITS
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

       END PROGRAM VACPROJ.
