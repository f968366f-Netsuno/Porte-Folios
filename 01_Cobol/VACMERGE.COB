      *          detaille ce que chaque contributeur a envoye. La
      *          ventilation par groupe d'age (*AGEBND*, voir VACAGE)
      *          est consolidee de la meme facon, avec ses propres
      *          totaux de controle. Chaque marque est validee
      *          contre le referentiel VACMARQ.TXT (voir VACMRQ): un
      *          alias est consolide sous le nom officiel, une marque
      *          inconnue ou retiree est ecartee et signalee.
      *          Le calendrier VACCAL.TXT fixe les sources attendues:
      *          une source due ce jour et absente apres son heure
      *          limite, ou dont la date d'entete depasse l'age
      *          permis, est signalee ou bloque la consolidation selon
      *          l'action prevue; avant l'heure limite, son absence
      *          est notee au rapport et comptee sans arret. Chaque
      *          envoi (recu, perime, manquant, absent avant l'heure
      *          limite ou rejete au controle) est consigne dans
      *          l'historique VACFEED.DAT (voir VACSCORE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACMERGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RPTFILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "VACCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-CALFILE-STATUS.

           SELECT FEED-FILE ASSIGN TO "VACFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-FEEDFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.
       FD RPT-FILE.
       01 RPT-REC                  PIC X(80).

       FD CAL-FILE.
           COPY "VACCAL.CPY".

       FD FEED-FILE.
           COPY "VACFEED.CPY".

       FD LOG-FILE.
           COPY "VACLOG.CPY".

           05 SRC-EOF-SWITCH       PIC X(1) VALUE "N".
           05 VAC-SRC-TRAILER-SEEN PIC X(1) VALUE "N".
           05 VAC-REC-EST-DOUBLON  PIC X(1) VALUE "N".
           05 VAC-REC-MARQUE-REJETEE PIC X(1) VALUE "N".
           05 CAL-EOF-SWITCH       PIC X(1) VALUE "N".
           05 FEED-EOF-SWITCH      PIC X(1) VALUE "N".
           05 VAC-CAL-CHARGE       PIC X(1) VALUE "N".
           05 VAC-CL-TROUVE        PIC X(1) VALUE "N".
           05 VAC-SRC-OUVERTE      PIC X(1) VALUE "N".
           05 VAC-FEED-ECRIT       PIC X(1) VALUE "Y".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-SOURCE-COUNT     PIC 9(2) VALUE 0.
           05 VAC-DOUBLON-COUNT    PIC 9(4) VALUE 0.
           05 VAC-MARQUE-COUNT     PIC 9(4) VALUE 0.
           05 VAC-MANQUE-COUNT     PIC 9(4) VALUE 0.
           05 VAC-PERIME-COUNT     PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-LSTFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-OUTFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-RPTFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-CALFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-FEEDFILE-STATUS  PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(12).
           05 VAC-SRC-AGE-COM      PIC 9(10) VALUE 0.
           05 VAC-SRC-AGE-TROIS    PIC 9(10) VALUE 0.
           05 VAC-SRC-DOUBLONS     PIC 9(4) VALUE 0.
           05 VAC-SRC-MARQUES      PIC 9(4) VALUE 0.

       01 VAC-CONS-TABLE.
           05 VAC-CONS-COUNT       PIC 9(3) VALUE 0.
           05 VAC-IMAGE-ENTRY OCCURS 999 TIMES INDEXED BY VAC-IM-IDX.
               10 VAC-IM-IMAGE       PIC X(57).

      * Calendrier des sources attendues (voir VACCAL). L'etat
      * passe a V quand la source est recue ou traitee, a M quand
      * elle est declaree manquante, a A quand son heure limite
      * n'est pas encore passee; VAC-CL-MANQUEE indique une
      * source deja declaree manquante ou absente plus tot le meme
      * jour.
       01 VAC-CAL-TABLE.
           05 VAC-CAL-COUNT        PIC 9(2) VALUE 0.
           05 VAC-CAL-ENTRY OCCURS 50 TIMES INDEXED BY VAC-CL-IDX.
               10 VAC-CL-SOURCE      PIC X(8).
               10 VAC-CL-JOURS       PIC X(7).
               10 VAC-CL-HEURE       PIC 9(4).
               10 VAC-CL-DELAI       PIC 9(2).
               10 VAC-CL-ACTION      PIC X(1).
               10 VAC-CL-FICHIER     PIC X(40).
               10 VAC-CL-ETAT        PIC X(1).
               10 VAC-CL-MANQUEE     PIC X(1).

       01 VAC-CAL-WORK.
           05 VAC-JOUR-SEMAINE     PIC 9(1) VALUE 0.
           05 VAC-FEED-STATUT      PIC X(1) VALUE "R".
           05 VAC-AGE-JOURS        PIC 9(3) VALUE 0.
           05 VAC-RETARD-MIN       PIC 9(4) VALUE 0.
           05 VAC-MINUTES-ECART    PIC S9(5) VALUE 0.
           05 VAC-HEURE-COURANTE   PIC 9(6) VALUE 0.
           05 VAC-HEURE-COURANTE-R REDEFINES VAC-HEURE-COURANTE.
               10 VAC-HC-HH          PIC 9(2).
               10 VAC-HC-MM          PIC 9(2).
               10 VAC-HC-SS          PIC 9(2).
           05 VAC-HEURE-LIMITE     PIC 9(4) VALUE 0.
           05 VAC-HEURE-LIMITE-R REDEFINES VAC-HEURE-LIMITE.
               10 VAC-HL-HH          PIC 9(2).
               10 VAC-HL-MM          PIC 9(2).

       01 VAC-GRAND-TOTALS.
           05 VAC-TOTAL-AMUNE      PIC 9(10) VALUE 0.
           05 VAC-TOTAL-ANE        PIC 9(10) VALUE 0.
           05 FILLER               PIC X(22) VALUE
               " (DOUBLE ENVOI PROB.)".

       01 VAC-RPT-MARQUE-LINE.
           05 VAC-RPT-MRQ-MOTIF    PIC X(25).
           05 VAC-RPT-MRQ-NOM      PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RPT-MRQ-REGION   PIC X(4).

       01 VAC-RPT-CAL-LINE.
           05 VAC-RPT-CAL-MOTIF    PIC X(33).
           05 VAC-RPT-CAL-SOURCE   PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RPT-CAL-FICHIER  PIC X(37).

       01 VAC-RPT-COUNT-LINE.
           05 VAC-RPT-CNT-LABEL    PIC X(28).
           05 VAC-RPT-CNT-AMT      PIC ZZZ,ZZZ,ZZ9.

           COPY "VACPARM.CPY".

           COPY "VACMRQ.CPY".

       01 VAC-RUN-LOG-INFO.
           05 VAC-LOG-DATE-DEBUT   PIC 9(8) VALUE 0.
           05 VAC-LOG-HEURE-DEBUT  PIC 9(6) VALUE 0.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-ONE-SOURCE
               UNTIL LST-EOF-SWITCH = "Y".
           PERFORM 290-CHECK-CALENDAR.
           IF VAC-SOURCE-COUNT = 0
               MOVE "AUCUN FICHIER SOURCE DANS VACSRC.TXT"
                   TO VAC-SRC-ABORT-REASON
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.
           IF VACPRM-DATE-EXECUTION > 0
               MOVE VACPRM-DATE-EXECUTION TO VAC-RUN-DATE
           ELSE
               ACCEPT VAC-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
      * Jour de la semaine de l'execution: 1 = lundi ... 7 = dimanche.
           COMPUTE VAC-JOUR-SEMAINE =
               FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE) - 1, 7) + 1.

       100-INITIALIZE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

           PERFORM 110-LOAD-CALENDAR.
           PERFORM 120-LOAD-FEED-HISTORY.

           OPEN EXTEND FEED-FILE.
           IF VAC-FEEDFILE-STATUS = "35"
               OPEN OUTPUT FEED-FILE
           END-IF.
           IF VAC-FEEDFILE-STATUS NOT = "00"
               MOVE "VACFEED.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-FEEDFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           READ LST-FILE
               AT END
                   MOVE "Y" TO LST-EOF-SWITCH
                   CONTINUE
               END-READ.

      * Sans calendrier, aucune source n'est attendue en particulier
      * et la consolidation se fait comme auparavant.
       110-LOAD-CALENDAR.

           OPEN INPUT CAL-FILE.
           IF VAC-CALFILE-STATUS = "35"
               DISPLAY "VACCAL.TXT ABSENT - SOURCES NON CONTROLEES"
           ELSE
               IF VAC-CALFILE-STATUS NOT = "00"
                   MOVE "VACCAL.TXT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-CALFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "Y" TO VAC-CAL-CHARGE
               READ CAL-FILE
                   AT END
                       MOVE "Y" TO CAL-EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 115-LOAD-ONE-CALENDAR
                   UNTIL CAL-EOF-SWITCH = "Y"
               CLOSE CAL-FILE
           END-IF.

       115-LOAD-ONE-CALENDAR.

           IF CAL-SOURCE (1:1) NOT = "*" AND CAL-SOURCE NOT = SPACES
               IF VAC-CAL-COUNT = 50
                   MOVE "TABLE CAL" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-CAL-COUNT
               SET VAC-CL-IDX TO VAC-CAL-COUNT
               MOVE CAL-SOURCE TO VAC-CL-SOURCE (VAC-CL-IDX)
               MOVE CAL-JOURS TO VAC-CL-JOURS (VAC-CL-IDX)
               MOVE CAL-ACTION TO VAC-CL-ACTION (VAC-CL-IDX)
               MOVE CAL-FICHIER TO VAC-CL-FICHIER (VAC-CL-IDX)
               MOVE SPACE TO VAC-CL-ETAT (VAC-CL-IDX)
               MOVE "N" TO VAC-CL-MANQUEE (VAC-CL-IDX)
               IF CAL-HEURE-LIMITE IS NUMERIC
                   MOVE CAL-HEURE-LIMITE TO VAC-CL-HEURE (VAC-CL-IDX)
               ELSE
                   MOVE 0 TO VAC-CL-HEURE (VAC-CL-IDX)
               END-IF
               IF CAL-DELAI-MAX IS NUMERIC
                   MOVE CAL-DELAI-MAX TO VAC-CL-DELAI (VAC-CL-IDX)
               ELSE
                   MOVE 0 TO VAC-CL-DELAI (VAC-CL-IDX)
               END-IF
           END-IF.

           READ CAL-FILE
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

      * Une source declaree manquante ou absente plus tot le meme jour
      * et recue a une reprise est en retard si la reprise passe
      * l'heure limite (voir 213-CHECK-FRESHNESS).
       120-LOAD-FEED-HISTORY.

           IF VAC-CAL-CHARGE = "Y"
               OPEN INPUT FEED-FILE
               IF VAC-FEEDFILE-STATUS = "00"
                   READ FEED-FILE
                       AT END
                           MOVE "Y" TO FEED-EOF-SWITCH
                       NOT AT END
                           CONTINUE
                       END-READ
                   PERFORM 125-SCAN-ONE-FEED
                       UNTIL FEED-EOF-SWITCH = "Y"
                   CLOSE FEED-FILE
               ELSE
                   IF VAC-FEEDFILE-STATUS NOT = "35"
                       MOVE "VACFEED.DAT" TO VAC-ERR-FILE-NAME
                       MOVE VAC-FEEDFILE-STATUS TO VAC-ERR-FILE-STATUS
                       PERFORM 900-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

       125-SCAN-ONE-FEED.

           IF FEED-DATE-EXEC = VAC-RUN-DATE
               AND (FEED-MANQUANTE OR FEED-ABSENTE-AVANT-LIMITE)
               SET VAC-CL-IDX TO 1
               SEARCH VAC-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-CL-IDX > VAC-CAL-COUNT
                       CONTINUE
                   WHEN VAC-CL-SOURCE (VAC-CL-IDX) = FEED-SOURCE
                       MOVE "Y" TO VAC-CL-MANQUEE (VAC-CL-IDX)
               END-SEARCH
           END-IF.

           READ FEED-FILE
               AT END
                   MOVE "Y" TO FEED-EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       200-PROCESS-ONE-SOURCE.

           IF LST-REC (1:1) NOT = "*" AND LST-FICHIER NOT = SPACES
               MOVE LST-FICHIER TO VAC-SRC-FILE-NAME
               PERFORM 205-OPEN-SOURCE
               IF VAC-SRC-OUVERTE = "Y"
                   PERFORM 210-MERGE-SOURCE THRU 210-MERGE-SOURCE-EXIT
               END-IF
           END-IF.

           READ LST-FILE
                   CONTINUE
               END-READ.

      * Un fichier absent n'arrete la consolidation que s'il n'est
      * pas au calendrier; sinon la source est traitee comme
      * manquante (voir 292-SOURCE-MANQUANTE).
       205-OPEN-SOURCE.

           MOVE "N" TO VAC-SRC-OUVERTE.
           OPEN INPUT SRC-FILE.
           IF VAC-SRCFILE-STATUS = "00"
               MOVE "Y" TO VAC-SRC-OUVERTE
           ELSE
               PERFORM 206-FIND-CAL-BY-FILE
               IF VAC-SRCFILE-STATUS = "35" AND VAC-CL-TROUVE = "Y"
                   PERFORM 207-SOURCE-FILE-ABSENT
               ELSE
                   MOVE VAC-SRC-FILE-NAME TO VAC-ERR-FILE-NAME
                   MOVE VAC-SRCFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
           END-IF.

       206-FIND-CAL-BY-FILE.

           MOVE "N" TO VAC-CL-TROUVE.
           SET VAC-CL-IDX TO 1.
           SEARCH VAC-CAL-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-CL-IDX > VAC-CAL-COUNT
                   CONTINUE
               WHEN VAC-CL-FICHIER (VAC-CL-IDX) = VAC-SRC-FILE-NAME
                   MOVE "Y" TO VAC-CL-TROUVE
           END-SEARCH.

       207-SOURCE-FILE-ABSENT.

           IF VAC-CL-JOURS (VAC-CL-IDX) (VAC-JOUR-SEMAINE:1) = "-"
               MOVE "V" TO VAC-CL-ETAT (VAC-CL-IDX)
               MOVE "SOURCE NON ATTENDUE CE JOUR:    "
                   TO VAC-RPT-CAL-MOTIF
               MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO VAC-RPT-CAL-SOURCE
               MOVE VAC-SRC-FILE-NAME TO VAC-RPT-CAL-FICHIER
               MOVE VAC-RPT-CAL-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM 293-CHECK-HEURE-LIMITE
           END-IF.

       210-MERGE-SOURCE.

           ADD 1 TO VAC-SOURCE-COUNT.
           MOVE "N" TO VAC-FEED-ECRIT.
           MOVE SPACES TO WRK-ENTETE-REC.
           MOVE "R" TO VAC-FEED-STATUT.
           MOVE 0 TO VAC-AGE-JOURS.
           MOVE 0 TO VAC-RETARD-MIN.
           MOVE "N" TO SRC-EOF-SWITCH.
           MOVE "N" TO VAC-SRC-TRAILER-SEEN.
           MOVE 0 TO VAC-SRC-REC-COUNT.
           MOVE 0 TO VAC-SRC-AGE-COM.
           MOVE 0 TO VAC-SRC-AGE-TROIS.
           MOVE 0 TO VAC-SRC-DOUBLONS.
           MOVE 0 TO VAC-SRC-MARQUES.

           READ SRC-FILE
               AT END
                   TO VAC-SRC-ABORT-REASON
               PERFORM 285-SOURCE-ABORT
           END-IF.
           PERFORM 212-CHECK-CALENDAR.

           READ SRC-FILE
               AT END
       210-MERGE-SOURCE-EXIT.
           EXIT.

       212-CHECK-CALENDAR.

           IF VAC-CAL-CHARGE = "Y"
               MOVE "N" TO VAC-CL-TROUVE
               SET VAC-CL-IDX TO 1
               SEARCH VAC-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-CL-IDX > VAC-CAL-COUNT
                       CONTINUE
                   WHEN VAC-CL-SOURCE (VAC-CL-IDX) = WRK-ENT-SOURCE
                       MOVE "Y" TO VAC-CL-TROUVE
               END-SEARCH
               IF VAC-CL-TROUVE = "Y"
                   MOVE "V" TO VAC-CL-ETAT (VAC-CL-IDX)
                   PERFORM 213-CHECK-FRESHNESS
               ELSE
                   MOVE "SOURCE HORS CALENDRIER:         "
                       TO VAC-RPT-CAL-MOTIF
                   MOVE WRK-ENT-SOURCE TO VAC-RPT-CAL-SOURCE
                   MOVE VAC-SRC-FILE-NAME TO VAC-RPT-CAL-FICHIER
                   MOVE VAC-RPT-CAL-LINE TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF.

      * Age de la date d'entete en jours par rapport a l'execution,
      * et retard en minutes sur l'heure limite pour une source deja
      * declaree manquante ou absente plus tot le meme jour.
       213-CHECK-FRESHNESS.

           IF WRK-ENT-DATE < VAC-RUN-DATE
               COMPUTE VAC-AGE-JOURS =
                   FUNCTION INTEGER-OF-DATE (VAC-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WRK-ENT-DATE)
           END-IF.

           IF VAC-CL-MANQUEE (VAC-CL-IDX) = "Y"
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO VAC-HEURE-COURANTE
               MOVE VAC-CL-HEURE (VAC-CL-IDX) TO VAC-HEURE-LIMITE
               COMPUTE VAC-MINUTES-ECART =
                   (VAC-HC-HH * 60 + VAC-HC-MM)
                   - (VAC-HL-HH * 60 + VAC-HL-MM)
               IF VAC-MINUTES-ECART > 0
                   MOVE VAC-MINUTES-ECART TO VAC-RETARD-MIN
               END-IF
           END-IF.

           IF VAC-AGE-JOURS > VAC-CL-DELAI (VAC-CL-IDX)
               MOVE "P" TO VAC-FEED-STATUT
               IF VAC-CL-ACTION (VAC-CL-IDX) = "B"
                   PERFORM 295-WRITE-FEED-RECEIVED
                   MOVE "DATE D'ENTETE PERIMEE (CALENDRIER)"
                       TO VAC-SRC-ABORT-REASON
                   PERFORM 285-SOURCE-ABORT
               END-IF
               ADD 1 TO VAC-PERIME-COUNT
               MOVE "*** SOURCE PERIMEE (SIGNALEE):  "
                   TO VAC-RPT-CAL-MOTIF
               MOVE WRK-ENT-SOURCE TO VAC-RPT-CAL-SOURCE
               MOVE VAC-SRC-FILE-NAME TO VAC-RPT-CAL-FICHIER
               MOVE VAC-RPT-CAL-LINE TO RPT-REC
               WRITE RPT-REC
               DISPLAY "SOURCE PERIMEE: " WRK-ENT-SOURCE
                   " DATE D'ENTETE: " WRK-ENT-DATE
           END-IF.

       220-MERGE-ONE-RECORD.

           MOVE SRC-FEED-REC TO VAC-SRC-REC-TYPE.
           IF VAC-REC-EST-DOUBLON = "Y"
               PERFORM 245-FLAG-DOUBLON
           ELSE
               MOVE SRC-NOM-VACCIN TO VACMRQ-NOM-SAISI
               MOVE SRC-REGION-CODE TO VAC-RPT-MRQ-REGION
               PERFORM 247-VALIDATE-MARQUE
               IF VAC-REC-MARQUE-REJETEE = "N"
                   MOVE VACMRQ-NOM-OFFICIEL TO SRC-NOM-VACCIN
                   PERFORM 250-CONSOLIDATE-RECORD
               END-IF
           END-IF.

       233-ACCUMULATE-AGE.
               MOVE VAC-RPT-DOUBLON-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE AGE-NOM-VACCIN TO VACMRQ-NOM-SAISI
               MOVE AGE-REGION-CODE TO VAC-RPT-MRQ-REGION
               PERFORM 247-VALIDATE-MARQUE
               IF VAC-REC-MARQUE-REJETEE = "N"
                   MOVE VACMRQ-NOM-OFFICIEL TO AGE-NOM-VACCIN
                   PERFORM 272-CONSOLIDATE-AGE
               END-IF
           END-IF.

       240-CHECK-DOUBLON.
           MOVE VAC-RPT-DOUBLON-LINE TO RPT-REC.
           WRITE RPT-REC.

      * Les totaux de controle de la source portent sur les noms
      * recus; seul l'enregistrement consolide prend le nom officiel.
       247-VALIDATE-MARQUE.

           MOVE "N" TO VAC-REC-MARQUE-REJETEE.
           CALL "VACMRQ" USING VACMRQ-AREA.
           IF VACMRQ-INCONNUE OR VACMRQ-RETIREE
               MOVE "Y" TO VAC-REC-MARQUE-REJETEE
               ADD 1 TO VAC-MARQUE-COUNT
               ADD 1 TO VAC-SRC-MARQUES
               IF VACMRQ-RETIREE
                   MOVE "MARQUE RETIREE ECARTEE:  " TO VAC-RPT-MRQ-MOTIF
               ELSE
                   MOVE "MARQUE INCONNUE ECARTEE: " TO VAC-RPT-MRQ-MOTIF
               END-IF
               MOVE VACMRQ-NOM-SAISI TO VAC-RPT-MRQ-NOM
               MOVE VAC-RPT-MARQUE-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       250-CONSOLIDATE-RECORD.

           IF VAC-IMAGE-COUNT = 999
               MOVE VAC-RPT-COUNT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.
           IF VAC-SRC-MARQUES > 0
               MOVE "MARQUES ECARTEES (SOURCE):  " TO VAC-RPT-CNT-LABEL
               MOVE VAC-SRC-MARQUES TO VAC-RPT-CNT-AMT
               MOVE VAC-RPT-COUNT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.
           IF VAC-RETARD-MIN > 0
               MOVE "RETARD HEURE LIMITE (MIN):  " TO VAC-RPT-CNT-LABEL
               MOVE VAC-RETARD-MIN TO VAC-RPT-CNT-AMT
               MOVE VAC-RPT-COUNT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 295-WRITE-FEED-RECEIVED.
           DISPLAY "SOURCE CONSOLIDEE: " WRK-ENT-SOURCE
               " ENREGISTREMENTS: " VAC-SRC-REC-COUNT.

      * Une source rejetee au controle est consignee a l'historique
      * des envois avant l'arret (statut C).
       285-SOURCE-ABORT.

           CLOSE SRC-FILE.
           IF VAC-FEED-ECRIT = "N"
               MOVE "C" TO VAC-FEED-STATUT
               IF NOT WRK-EST-ENTETE
                   MOVE SPACES TO WRK-ENT-SOURCE
                   MOVE 0 TO WRK-ENT-DATE
                   PERFORM 206-FIND-CAL-BY-FILE
                   IF VAC-CL-TROUVE = "Y"
                       MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO WRK-ENT-SOURCE
                   END-IF
               END-IF
               IF WRK-ENT-DATE IS NOT NUMERIC
                   MOVE 0 TO WRK-ENT-DATE
               END-IF
               PERFORM 295-WRITE-FEED-RECEIVED
           END-IF.
           CLOSE FEED-FILE.
           DISPLAY "*** CONSOLIDATION EN ECHEC ***".
           DISPLAY "FICHIER: " VAC-SRC-FILE-NAME.
           DISPLAY "MOTIF  : " VAC-SRC-ABORT-REASON.
           PERFORM 850-WRITE-RUN-LOG.
           STOP RUN.

      * Sources dues ce jour selon le calendrier et jamais recues.
       290-CHECK-CALENDAR.

           IF VAC-CAL-CHARGE = "Y"
               PERFORM 291-CHECK-ONE-CALENDAR
                   VARYING VAC-CL-IDX FROM 1 BY 1
                   UNTIL VAC-CL-IDX > VAC-CAL-COUNT
           END-IF.

       291-CHECK-ONE-CALENDAR.

           IF VAC-CL-ETAT (VAC-CL-IDX) = SPACE
               AND VAC-CL-JOURS (VAC-CL-IDX) (VAC-JOUR-SEMAINE:1)
                   NOT = "-"
               MOVE VAC-CL-FICHIER (VAC-CL-IDX) TO VAC-SRC-FILE-NAME
               PERFORM 293-CHECK-HEURE-LIMITE
           END-IF.

      * Source attendue et absente: consignee a l'historique, puis
      * signalee au rapport ou bloquante selon le calendrier.
       292-SOURCE-MANQUANTE.

           MOVE "M" TO VAC-CL-ETAT (VAC-CL-IDX).
           MOVE VAC-RUN-DATE TO FEED-DATE-EXEC.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO FEED-HEURE-EXEC.
           MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO FEED-SOURCE.
           MOVE VAC-SRC-FILE-NAME TO FEED-FICHIER.
           MOVE "M" TO FEED-STATUT.
           MOVE 0 TO FEED-DATE-ENTETE.
           MOVE 0 TO FEED-NBR-ENR.
           MOVE 0 TO FEED-NBR-AGE.
           MOVE 0 TO FEED-DOUBLONS.
           MOVE 0 TO FEED-MARQUES.
           MOVE 0 TO FEED-RETARD-MIN.
           MOVE 0 TO FEED-AGE-JOURS.
           PERFORM 297-WRITE-FEED.

           IF VAC-CL-ACTION (VAC-CL-IDX) = "B"
               MOVE "Y" TO VAC-FEED-ECRIT
               MOVE "SOURCE ATTENDUE MANQUANTE (CALENDRIER)"
                   TO VAC-SRC-ABORT-REASON
               PERFORM 285-SOURCE-ABORT
           END-IF.
           ADD 1 TO VAC-MANQUE-COUNT.
           MOVE "*** SOURCE MANQUANTE (SIGNALEE):"
               TO VAC-RPT-CAL-MOTIF.
           MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO VAC-RPT-CAL-SOURCE.
           MOVE VAC-SRC-FILE-NAME TO VAC-RPT-CAL-FICHIER.
           MOVE VAC-RPT-CAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "SOURCE MANQUANTE: " VAC-CL-SOURCE (VAC-CL-IDX)
               " FICHIER: " VAC-SRC-FILE-NAME.

      * Une source due n'est manquante qu'une fois son heure limite
      * passee; avant, elle est notee au rapport et a l'historique des
      * envois (statut A) et comptee parmi les sources manquantes de
      * l'execution, sans arret.
       293-CHECK-HEURE-LIMITE.

           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-HEURE-COURANTE.
           IF VAC-HC-HH * 100 + VAC-HC-MM > VAC-CL-HEURE (VAC-CL-IDX)
               PERFORM 292-SOURCE-MANQUANTE
           ELSE
               MOVE "A" TO VAC-CL-ETAT (VAC-CL-IDX)
               MOVE VAC-RUN-DATE TO FEED-DATE-EXEC
               MOVE VAC-TIME-HHMMSS TO FEED-HEURE-EXEC
               MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO FEED-SOURCE
               MOVE VAC-SRC-FILE-NAME TO FEED-FICHIER
               MOVE "A" TO FEED-STATUT
               MOVE 0 TO FEED-DATE-ENTETE
               MOVE 0 TO FEED-NBR-ENR
               MOVE 0 TO FEED-NBR-AGE
               MOVE 0 TO FEED-DOUBLONS
               MOVE 0 TO FEED-MARQUES
               MOVE 0 TO FEED-RETARD-MIN
               MOVE 0 TO FEED-AGE-JOURS
               PERFORM 297-WRITE-FEED
               ADD 1 TO VAC-MANQUE-COUNT
               MOVE "SOURCE PAS ENCORE ATTENDUE:     "
                   TO VAC-RPT-CAL-MOTIF
               MOVE VAC-CL-SOURCE (VAC-CL-IDX) TO VAC-RPT-CAL-SOURCE
               MOVE VAC-SRC-FILE-NAME TO VAC-RPT-CAL-FICHIER
               MOVE VAC-RPT-CAL-LINE TO RPT-REC
               WRITE RPT-REC
               DISPLAY "SOURCE PAS ENCORE ATTENDUE: "
                   VAC-CL-SOURCE (VAC-CL-IDX) " HEURE LIMITE: "
                   VAC-CL-HEURE (VAC-CL-IDX)
           END-IF.

       295-WRITE-FEED-RECEIVED.

           MOVE VAC-RUN-DATE TO FEED-DATE-EXEC.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO FEED-HEURE-EXEC.
           MOVE WRK-ENT-SOURCE TO FEED-SOURCE.
           MOVE VAC-SRC-FILE-NAME TO FEED-FICHIER.
           MOVE VAC-FEED-STATUT TO FEED-STATUT.
           MOVE WRK-ENT-DATE TO FEED-DATE-ENTETE.
           MOVE VAC-SRC-REC-COUNT TO FEED-NBR-ENR.
           MOVE VAC-SRC-AGE-COUNT TO FEED-NBR-AGE.
           MOVE VAC-SRC-DOUBLONS TO FEED-DOUBLONS.
           MOVE VAC-SRC-MARQUES TO FEED-MARQUES.
           MOVE VAC-RETARD-MIN TO FEED-RETARD-MIN.
           MOVE VAC-AGE-JOURS TO FEED-AGE-JOURS.
           PERFORM 297-WRITE-FEED.
           MOVE "Y" TO VAC-FEED-ECRIT.

       297-WRITE-FEED.

           WRITE FEED-INFO.
           IF VAC-FEEDFILE-STATUS NOT = "00"
               MOVE "VACFEED.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-FEEDFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

       300-FIN.

           CLOSE LST-FILE.
           CLOSE FEED-FILE.
           PERFORM 310-WRITE-CONSOLIDATED.
           PERFORM 350-WRITE-SUMMARY.
           CLOSE RPT-FILE.

      * Le fichier consolide porte les memes enregistrements de
      * controle que chaque source, regeneres (voir FILECHECK).
           MOVE "*ENTETE*" TO CTL-ENT-TYPE.
           MOVE VAC-RUN-DATE TO CTL-ENT-DATE.
           MOVE "CONSOL" TO CTL-ENT-SOURCE.
           MOVE VAC-DOUBLON-COUNT TO VAC-RPT-CNT-AMT.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "MARQUES INCONNUES/RETIREES: " TO VAC-RPT-CNT-LABEL.
           MOVE VAC-MARQUE-COUNT TO VAC-RPT-CNT-AMT.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SOURCES MANQUANTES:         " TO VAC-RPT-CNT-LABEL.
           MOVE VAC-MANQUE-COUNT TO VAC-RPT-CNT-AMT.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SOURCES PERIMEES:           " TO VAC-RPT-CNT-LABEL.
           MOVE VAC-PERIME-COUNT TO VAC-RPT-CNT-AMT.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "TOTAL DOSES CONSOLIDEES:    " TO VAC-RPT-CNT-LABEL.
           MOVE VAC-TOTAL-AMUNE TO VAC-RPT-CNT-AMT.
           MOVE VAC-RPT-COUNT-LINE TO RPT-REC.
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-CONS-COUNT TO LOG-NBR-ECRITS
               COMPUTE LOG-NBR-ERREURS =
                   VAC-DOUBLON-COUNT + VAC-MARQUE-COUNT
                   + VAC-MANQUE-COUNT + VAC-PERIME-COUNT
               MOVE 0 TO LOG-NBR-MALFORMES
               MOVE VAC-LOG-STATUT TO LOG-STATUT
               IF LOG-EXEC-ABANDONNEE
