      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Bulletin mensuel des contributeurs. Lit l'historique
      *          des envois VACFEED.DAT ecrit par VACMERGE et le
      *          calendrier VACCAL.TXT des sources attendues, et
      *          produit VACSCORE.RPT pour le mois precedant la date
      *          d'execution (DATE-EXECUTION de VACPARM.TXT pour une
      *          reprise): par source, jours attendus, envois recus a
      *          temps, en retard ou avec une date d'entete perimee,
      *          jours manquants (declares manquants, absents avant
      *          l'heure limite sans envoi recu ensuite, ou jours
      *          attendus sans aucune trace a l'historique), rejets au
      *          controle, doublons ecartes
      *          et ponctualite, puis le detail des jours en defaut a
      *          transmettre au contributeur. Plusieurs passages de
      *          VACMERGE le meme jour (reprises) ne comptent qu'un
      *          envoi: le premier envoi recu du jour est retenu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "VACCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CALFILE-STATUS.

           SELECT FEED-FILE ASSIGN TO "VACFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-FEEDFILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "VACSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RPTFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAL-FILE.
           COPY "VACCAL.CPY".

       FD FEED-FILE.
           COPY "VACFEED.CPY".

       FD RPT-FILE.
       01 RPT-REC                  PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 CAL-EOF-SWITCH         PIC X(1) VALUE "N".
           05 FEED-EOF-SWITCH        PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER            PIC 9(6) VALUE 0.
           05 VAC-RETENU-COUNT       PIC 9(6) VALUE 0.
           05 VAC-RELANCE-COUNT      PIC 9(4) VALUE 0.
           05 VAC-DEFAUT-COUNT       PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-CALFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-FEEDFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-RPTFILE-STATUS     PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS     PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME      PIC X(16).
           05 VAC-ERR-FILE-STATUS    PIC X(2).

       01 VAC-RUN-DATE               PIC 9(8) VALUE 0.

      * Seuils de ponctualite (pourcentage des jours attendus recus a
      * temps et conformes) pour la cote du contributeur.
       01 VAC-SEUILS.
           05 VAC-SEUIL-CONFORME     PIC 9(3) VALUE 95.
           05 VAC-SEUIL-SURVEILLE    PIC 9(3) VALUE 80.

      * Mois couvert par le bulletin: premier et dernier jour.
       01 VAC-MOIS-WORK.
           05 VAC-DATE-DEBUT-MOIS    PIC 9(8) VALUE 0.
           05 VAC-DEBUT-REDEF REDEFINES VAC-DATE-DEBUT-MOIS.
               10 VAC-DEBUT-AAAA     PIC 9(4).
               10 VAC-DEBUT-MM       PIC 9(2).
               10 VAC-DEBUT-JJ       PIC 9(2).
           05 VAC-DATE-FIN-MOIS      PIC 9(8) VALUE 0.
           05 VAC-FIN-REDEF REDEFINES VAC-DATE-FIN-MOIS.
               10 VAC-FIN-AAAAMM     PIC 9(6).
               10 VAC-FIN-JJ         PIC 9(2).
           05 VAC-DATE-JOUR          PIC 9(8) VALUE 0.
           05 VAC-JOUR-REDEF REDEFINES VAC-DATE-JOUR.
               10 VAC-JOUR-AAAAMM    PIC 9(6).
               10 VAC-JOUR-JJ        PIC 9(2).
           05 VAC-FEED-REDEF-DATE    PIC 9(8) VALUE 0.
           05 VAC-FEED-REDEF REDEFINES VAC-FEED-REDEF-DATE.
               10 VAC-FEED-AAAAMM    PIC 9(6).
               10 VAC-FEED-JJ        PIC 9(2).
           05 VAC-JOUR-NO            PIC 9(2) VALUE 0.
           05 VAC-SOURCE-CLE         PIC X(8) VALUE SPACES.
           05 VAC-JOUR-SEMAINE       PIC 9(1) VALUE 0.

      * Une rangee par source (calendrier ou historique) et, pour
      * chaque jour du mois, l'etat retenu: R = recu a temps,
      * L = recu en retard, P = recu perime, M = manquant, A = absent
      * avant l'heure limite, C = rejete au controle sans envoi recu
      * ensuite.
       01 VAC-SCO-TABLE.
           05 VAC-SCO-COUNT          PIC 9(2) VALUE 0.
           05 VAC-SCO-ENTRY OCCURS 50 TIMES INDEXED BY VAC-SC-IDX.
               10 VAC-SC-SOURCE      PIC X(8).
               10 VAC-SC-JOURS       PIC X(7).
               10 VAC-SC-ATTENDUS    PIC 9(2).
               10 VAC-SC-RECUS       PIC 9(2).
               10 VAC-SC-A-TEMPS     PIC 9(2).
               10 VAC-SC-RETARDS     PIC 9(2).
               10 VAC-SC-PERIMES     PIC 9(2).
               10 VAC-SC-MANQUES     PIC 9(2).
               10 VAC-SC-OBSERVES    PIC 9(2).
               10 VAC-SC-REJETS      PIC 9(3).
               10 VAC-SC-DOUBLONS    PIC 9(5).
               10 VAC-SC-ENR         PIC 9(7).
               10 VAC-SC-JOUR OCCURS 31 TIMES.
                   15 VAC-SC-ETAT    PIC X(1).
                   15 VAC-SC-REJET   PIC X(1).
                   15 VAC-SC-RETARD  PIC 9(4).
                   15 VAC-SC-AGE     PIC 9(3).

       01 VAC-SCORE-WORK.
           05 VAC-BASE-JOURS         PIC 9(2) VALUE 0.
           05 VAC-PONCTUALITE        PIC 9(3) VALUE 0.
           05 VAC-COTE               PIC X(12).
           05 VAC-ETAT-JOUR          PIC X(1).

       01 VAC-RPT-TITLE-LINE.
           05 FILLER                 PIC X(37) VALUE
               "BULLETIN MENSUEL DES CONTRIBUTEURS - ".
           05 FILLER                 PIC X(6) VALUE "MOIS: ".
           05 VAC-RPT-MOIS           PIC 9(6).
           05 FILLER                 PIC X(14) VALUE "  TRAITE LE : ".
           05 VAC-RPT-RUN-DATE       PIC 9(8).

       01 VAC-RPT-HEADING.
           05 FILLER                 PIC X(40) VALUE
               "SOURCE    ATT  RCU  RET  PER  MAN  REJ  ".
           05 FILLER                 PIC X(26) VALUE
               "DOUBL   ENREG.  PONC  COTE".

       01 VAC-RPT-LEGENDE-1.
           05 FILLER                 PIC X(40) VALUE
               "ATT = JOURS ATTENDUS  RCU = RECUS  RET =".
           05 FILLER                 PIC X(36) VALUE
               " EN RETARD  PER = ENTETE PERIMEE".

       01 VAC-RPT-LEGENDE-2.
           05 FILLER                 PIC X(33) VALUE
               "MAN = MANQUANTS  REJ = REJETS AU ".
           05 FILLER                 PIC X(39) VALUE
               "CONTROLE  PONC = % A TEMPS ET CONFORMES".

       01 VAC-RPT-SCORE-LINE.
           05 VAC-RPT-SOURCE         PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-ATTENDUS       PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RECUS          PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-RETARDS        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-PERIMES        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-MANQUES        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-REJETS         PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-DOUBLONS       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-ENR            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-PONCT          PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-COTE           PIC X(12).

       01 VAC-RPT-DETAIL-TITLE       PIC X(40) VALUE
           "DETAIL DES JOURS EN DEFAUT PAR SOURCE".

       01 VAC-RPT-DETAIL-LINE.
           05 VAC-RPT-DET-SOURCE     PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-DET-DATE       PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAC-RPT-DET-MOTIF      PIC X(24).
           05 VAC-RPT-DET-VALEUR     PIC ZZZZ.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAC-RPT-DET-UNITE      PIC X(5).

       01 VAC-RPT-COUNT-LINE.
           05 VAC-RPT-CNT-LABEL      PIC X(40).
           05 VAC-RPT-CNT-VALUE      PIC ZZZ,ZZ9.

           COPY "VACPARM.CPY".

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
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-CALENDAR.
           PERFORM 300-LOAD-FEED-HISTORY.
           PERFORM 400-WRITE-SCORECARD.
           PERFORM 500-WRITE-DEFAULT-DAYS.
           PERFORM 700-FIN.
           STOP RUN.

       050-INIT-RUN-LOG.

           ACCEPT VAC-LOG-DATE-DEBUT FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.
           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * Le mois couvert est celui qui precede la date d'execution;
      * son dernier jour est la veille du premier jour d'execution.
       100-INITIALIZE.

           MOVE VAC-RUN-DATE TO VAC-DATE-FIN-MOIS.
           MOVE 1 TO VAC-FIN-JJ.
           COMPUTE VAC-DATE-FIN-MOIS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (VAC-DATE-FIN-MOIS) - 1).
           MOVE VAC-DATE-FIN-MOIS TO VAC-DATE-DEBUT-MOIS.
           MOVE 1 TO VAC-DEBUT-JJ.

           OPEN OUTPUT RPT-FILE.
           IF VAC-RPTFILE-STATUS NOT = "00"
               MOVE "VACSCORE.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-RPTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           MOVE VAC-FIN-AAAAMM TO VAC-RPT-MOIS.
           MOVE VAC-RUN-DATE TO VAC-RPT-RUN-DATE.
           MOVE VAC-RPT-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "BULLETIN DES CONTRIBUTEURS DU " VAC-DATE-DEBUT-MOIS
               " AU " VAC-DATE-FIN-MOIS.

      * Chaque source du calendrier a ses jours attendus dans le mois;
      * sans calendrier, seules les sources de l'historique paraissent
      * et la ponctualite se calcule sur les jours observes.
       200-LOAD-CALENDAR.

           OPEN INPUT CAL-FILE.
           IF VAC-CALFILE-STATUS = "35"
               DISPLAY "VACCAL.TXT ABSENT - AUCUN JOUR ATTENDU"
           ELSE
               IF VAC-CALFILE-STATUS NOT = "00"
                   MOVE "VACCAL.TXT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-CALFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ CAL-FILE
                   AT END
                       MOVE "Y" TO CAL-EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 210-LOAD-ONE-CALENDAR
                   UNTIL CAL-EOF-SWITCH = "Y"
               CLOSE CAL-FILE
           END-IF.

       210-LOAD-ONE-CALENDAR.

           IF CAL-SOURCE (1:1) NOT = "*" AND CAL-SOURCE NOT = SPACES
               MOVE CAL-SOURCE TO VAC-SOURCE-CLE
               PERFORM 320-FIND-OR-ADD-SOURCE
               MOVE CAL-JOURS TO VAC-SC-JOURS (VAC-SC-IDX)
               PERFORM 220-COUNT-ONE-DAY
                   VARYING VAC-JOUR-NO FROM 1 BY 1
                   UNTIL VAC-JOUR-NO > VAC-FIN-JJ
           END-IF.

           READ CAL-FILE
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       220-COUNT-ONE-DAY.

           MOVE VAC-DATE-DEBUT-MOIS TO VAC-DATE-JOUR.
           MOVE VAC-JOUR-NO TO VAC-JOUR-JJ.
           COMPUTE VAC-JOUR-SEMAINE =
               FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (VAC-DATE-JOUR) - 1, 7)
               + 1.
           IF VAC-SC-JOURS (VAC-SC-IDX) (VAC-JOUR-SEMAINE:1)
                   NOT = "-"
               AND VAC-SC-JOURS (VAC-SC-IDX) (VAC-JOUR-SEMAINE:1)
                   NOT = SPACE
               ADD 1 TO VAC-SC-ATTENDUS (VAC-SC-IDX)
           END-IF.

       300-LOAD-FEED-HISTORY.

           OPEN INPUT FEED-FILE.
           IF VAC-FEEDFILE-STATUS = "35"
               DISPLAY "VACFEED.DAT ABSENT - AUCUN ENVOI CONSIGNE"
           ELSE
               IF VAC-FEEDFILE-STATUS NOT = "00"
                   MOVE "VACFEED.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-FEEDFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO FEED-EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 310-LOAD-ONE-FEED
                   UNTIL FEED-EOF-SWITCH = "Y"
               CLOSE FEED-FILE
           END-IF.

       310-LOAD-ONE-FEED.

           ADD 1 TO REC-COUNTER.
           IF FEED-DATE-EXEC IS NUMERIC
               AND FEED-DATE-EXEC >= VAC-DATE-DEBUT-MOIS
               AND FEED-DATE-EXEC <= VAC-DATE-FIN-MOIS
               AND FEED-SOURCE NOT = SPACES
               ADD 1 TO VAC-RETENU-COUNT
               MOVE FEED-SOURCE TO VAC-SOURCE-CLE
               MOVE FEED-DATE-EXEC TO VAC-FEED-REDEF-DATE
               MOVE VAC-FEED-JJ TO VAC-JOUR-NO
               PERFORM 320-FIND-OR-ADD-SOURCE
               PERFORM 330-APPLY-ONE-FEED
           END-IF.

           READ FEED-FILE
               AT END
                   MOVE "Y" TO FEED-EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       320-FIND-OR-ADD-SOURCE.

           SET VAC-SC-IDX TO 1.
           SEARCH VAC-SCO-ENTRY
               AT END
                   PERFORM 325-ADD-SOURCE
               WHEN VAC-SC-IDX > VAC-SCO-COUNT
                   PERFORM 325-ADD-SOURCE
               WHEN VAC-SC-SOURCE (VAC-SC-IDX) = VAC-SOURCE-CLE
                   CONTINUE
           END-SEARCH.

       325-ADD-SOURCE.

           IF VAC-SCO-COUNT = 50
               MOVE "TABLE SOURCES" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-SCO-COUNT.
           SET VAC-SC-IDX TO VAC-SCO-COUNT.
           INITIALIZE VAC-SCO-ENTRY (VAC-SC-IDX).
           MOVE VAC-SOURCE-CLE TO VAC-SC-SOURCE (VAC-SC-IDX).

      * Le premier envoi recu du jour fixe l'etat et les volumes du
      * jour; un manquant, une absence avant l'heure limite ou un rejet
      * n'est retenu que si aucun envoi n'a ete recu ce jour-la.
       330-APPLY-ONE-FEED.

           IF FEED-ECHEC-CONTROLE
               ADD 1 TO VAC-SC-REJETS (VAC-SC-IDX)
               MOVE "Y" TO VAC-SC-REJET (VAC-SC-IDX, VAC-JOUR-NO)
           END-IF.

           IF VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) = "R"
               OR VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) = "L"
               OR VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) = "P"
               CONTINUE
           ELSE
               IF FEED-RECUE OR FEED-PERIMEE
                   PERFORM 335-APPLY-RECEIVED
               ELSE
                   IF VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) = SPACE
                       MOVE FEED-STATUT
                           TO VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO)
                   END-IF
               END-IF
           END-IF.

       335-APPLY-RECEIVED.

           IF FEED-PERIMEE
               MOVE "P" TO VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO)
           ELSE
               IF FEED-RETARD-MIN > 0
                   MOVE "L" TO VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO)
               ELSE
                   MOVE "R" TO VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO)
               END-IF
           END-IF.
           MOVE FEED-RETARD-MIN
               TO VAC-SC-RETARD (VAC-SC-IDX, VAC-JOUR-NO).
           MOVE FEED-AGE-JOURS TO VAC-SC-AGE (VAC-SC-IDX, VAC-JOUR-NO).
           ADD FEED-NBR-ENR TO VAC-SC-ENR (VAC-SC-IDX).
           ADD FEED-DOUBLONS TO VAC-SC-DOUBLONS (VAC-SC-IDX).

       400-WRITE-SCORECARD.

           MOVE VAC-RPT-HEADING TO RPT-REC.
           WRITE RPT-REC.
           MOVE ALL "-" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 410-WRITE-ONE-SOURCE
               VARYING VAC-SC-IDX FROM 1 BY 1
               UNTIL VAC-SC-IDX > VAC-SCO-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-LEGENDE-1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE VAC-RPT-LEGENDE-2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

       410-WRITE-ONE-SOURCE.

           PERFORM 420-COUNT-ONE-STATE
               VARYING VAC-JOUR-NO FROM 1 BY 1
               UNTIL VAC-JOUR-NO > VAC-FIN-JJ.

           IF VAC-SC-ATTENDUS (VAC-SC-IDX) > 0
               MOVE VAC-SC-ATTENDUS (VAC-SC-IDX) TO VAC-BASE-JOURS
           ELSE
               MOVE VAC-SC-OBSERVES (VAC-SC-IDX) TO VAC-BASE-JOURS
           END-IF.
           IF VAC-BASE-JOURS > 0
               COMPUTE VAC-PONCTUALITE ROUNDED =
                   VAC-SC-A-TEMPS (VAC-SC-IDX) * 100 / VAC-BASE-JOURS
           ELSE
               MOVE 0 TO VAC-PONCTUALITE
           END-IF.

           IF VAC-BASE-JOURS = 0
               MOVE "SANS ENVOI" TO VAC-COTE
           ELSE
               IF VAC-PONCTUALITE >= VAC-SEUIL-CONFORME
                   AND VAC-SC-REJETS (VAC-SC-IDX) = 0
                   MOVE "CONFORME" TO VAC-COTE
               ELSE
                   IF VAC-PONCTUALITE >= VAC-SEUIL-SURVEILLE
                       MOVE "A SURVEILLER" TO VAC-COTE
                   ELSE
                       MOVE "A RELANCER" TO VAC-COTE
                       ADD 1 TO VAC-RELANCE-COUNT
                   END-IF
               END-IF
           END-IF.

           MOVE VAC-SC-SOURCE (VAC-SC-IDX) TO VAC-RPT-SOURCE.
           MOVE VAC-SC-ATTENDUS (VAC-SC-IDX) TO VAC-RPT-ATTENDUS.
           MOVE VAC-SC-RECUS (VAC-SC-IDX) TO VAC-RPT-RECUS.
           MOVE VAC-SC-RETARDS (VAC-SC-IDX) TO VAC-RPT-RETARDS.
           MOVE VAC-SC-PERIMES (VAC-SC-IDX) TO VAC-RPT-PERIMES.
           MOVE VAC-SC-MANQUES (VAC-SC-IDX) TO VAC-RPT-MANQUES.
           MOVE VAC-SC-REJETS (VAC-SC-IDX) TO VAC-RPT-REJETS.
           MOVE VAC-SC-DOUBLONS (VAC-SC-IDX) TO VAC-RPT-DOUBLONS.
           MOVE VAC-SC-ENR (VAC-SC-IDX) TO VAC-RPT-ENR.
           MOVE VAC-PONCTUALITE TO VAC-RPT-PONCT.
           MOVE VAC-COTE TO VAC-RPT-COTE.
           MOVE VAC-RPT-SCORE-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "SOURCE " VAC-SC-SOURCE (VAC-SC-IDX)
               " PONCTUALITE " VAC-PONCTUALITE "% " VAC-COTE.

       420-COUNT-ONE-STATE.

           IF VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) NOT = SPACE
               ADD 1 TO VAC-SC-OBSERVES (VAC-SC-IDX)
           END-IF.
           PERFORM 425-ETAT-DU-JOUR.
           IF VAC-ETAT-JOUR = "R"
               ADD 1 TO VAC-SC-RECUS (VAC-SC-IDX)
               ADD 1 TO VAC-SC-A-TEMPS (VAC-SC-IDX)
           ELSE
           IF VAC-ETAT-JOUR = "L"
               ADD 1 TO VAC-SC-RECUS (VAC-SC-IDX)
               ADD 1 TO VAC-SC-RETARDS (VAC-SC-IDX)
           ELSE
           IF VAC-ETAT-JOUR = "P"
               ADD 1 TO VAC-SC-RECUS (VAC-SC-IDX)
               ADD 1 TO VAC-SC-PERIMES (VAC-SC-IDX)
           ELSE
           IF VAC-ETAT-JOUR = "M"
               ADD 1 TO VAC-SC-MANQUES (VAC-SC-IDX)
           END-IF
           END-IF
           END-IF
           END-IF.

      * Une absence avant l'heure limite sans envoi recu ensuite, ou
      * un jour attendu au calendrier sans aucune trace a l'historique
      * (aucun passage de VACMERGE), compte comme jour manquant.
       425-ETAT-DU-JOUR.

           MOVE VAC-SC-ETAT (VAC-SC-IDX, VAC-JOUR-NO) TO VAC-ETAT-JOUR.
           MOVE VAC-DATE-DEBUT-MOIS TO VAC-DATE-JOUR.
           MOVE VAC-JOUR-NO TO VAC-JOUR-JJ.
           COMPUTE VAC-JOUR-SEMAINE =
               FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (VAC-DATE-JOUR) - 1, 7)
               + 1.
           IF VAC-ETAT-JOUR = "A"
               MOVE "M" TO VAC-ETAT-JOUR
           END-IF.
           IF VAC-ETAT-JOUR = SPACE
               AND VAC-SC-JOURS (VAC-SC-IDX) (VAC-JOUR-SEMAINE:1)
                   NOT = "-"
               AND VAC-SC-JOURS (VAC-SC-IDX) (VAC-JOUR-SEMAINE:1)
                   NOT = SPACE
               MOVE "M" TO VAC-ETAT-JOUR
           END-IF.

       500-WRITE-DEFAULT-DAYS.

           MOVE VAC-RPT-DETAIL-TITLE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ALL "-" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 510-WRITE-SOURCE-DEFAULTS
               VARYING VAC-SC-IDX FROM 1 BY 1
               UNTIL VAC-SC-IDX > VAC-SCO-COUNT.
           IF VAC-DEFAUT-COUNT = 0
               MOVE "AUCUN JOUR EN DEFAUT" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       510-WRITE-SOURCE-DEFAULTS.

           PERFORM 520-WRITE-ONE-DAY
               VARYING VAC-JOUR-NO FROM 1 BY 1
               UNTIL VAC-JOUR-NO > VAC-FIN-JJ.

       520-WRITE-ONE-DAY.

           MOVE VAC-SC-SOURCE (VAC-SC-IDX) TO VAC-RPT-DET-SOURCE.
           MOVE VAC-DATE-DEBUT-MOIS TO VAC-DATE-JOUR.
           MOVE VAC-JOUR-NO TO VAC-JOUR-JJ.
           MOVE VAC-DATE-JOUR TO VAC-RPT-DET-DATE.
           PERFORM 425-ETAT-DU-JOUR.

           IF VAC-SC-REJET (VAC-SC-IDX, VAC-JOUR-NO) = "Y"
               MOVE "REJET AU CONTROLE" TO VAC-RPT-DET-MOTIF
               MOVE 0 TO VAC-RPT-DET-VALEUR
               MOVE SPACES TO VAC-RPT-DET-UNITE
               PERFORM 530-WRITE-DETAIL
           END-IF.

           IF VAC-ETAT-JOUR = "L"
               MOVE "RECU EN RETARD" TO VAC-RPT-DET-MOTIF
               MOVE VAC-SC-RETARD (VAC-SC-IDX, VAC-JOUR-NO)
                   TO VAC-RPT-DET-VALEUR
               MOVE "MIN" TO VAC-RPT-DET-UNITE
               PERFORM 530-WRITE-DETAIL
           ELSE
           IF VAC-ETAT-JOUR = "P"
               MOVE "DATE D'ENTETE PERIMEE" TO VAC-RPT-DET-MOTIF
               MOVE VAC-SC-AGE (VAC-SC-IDX, VAC-JOUR-NO)
                   TO VAC-RPT-DET-VALEUR
               MOVE "JOURS" TO VAC-RPT-DET-UNITE
               PERFORM 530-WRITE-DETAIL
           ELSE
           IF VAC-ETAT-JOUR = "M"
               MOVE "SOURCE MANQUANTE" TO VAC-RPT-DET-MOTIF
               MOVE 0 TO VAC-RPT-DET-VALEUR
               MOVE SPACES TO VAC-RPT-DET-UNITE
               PERFORM 530-WRITE-DETAIL
           END-IF
           END-IF
           END-IF.

       530-WRITE-DETAIL.

           ADD 1 TO VAC-DEFAUT-COUNT.
           MOVE VAC-RPT-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.

       700-FIN.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ENVOIS CONSIGNES LUS" TO VAC-RPT-CNT-LABEL.
           MOVE REC-COUNTER TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ENVOIS CONSIGNES DANS LE MOIS" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-RETENU-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SOURCES A RELANCER" TO VAC-RPT-CNT-LABEL.
           MOVE VAC-RELANCE-COUNT TO VAC-RPT-CNT-VALUE.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.

           DISPLAY "VACSCORE TERMINE - SOURCES: " VAC-SCO-COUNT
               " A RELANCER: " VAC-RELANCE-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACSCORE" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-SCO-COUNT TO LOG-NBR-ECRITS
               MOVE VAC-RELANCE-COUNT TO LOG-NBR-ERREURS
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

       END PROGRAM VACSCORE.
