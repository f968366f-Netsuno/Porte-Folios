      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Rappels et mises en quarantaine de lots. Lit les
      *          rappels de VACRAPL.TXT (voir VACRAPL), retrouve dans
      *          VACSHIP.TXT chaque livraison du lot rappele (region
      *          et date de reception) et estime les doses de la
      *          livraison probablement administrees avant la date
      *          d'effet: le cumul administre de la marque et de la
      *          region au dernier passage de l'historique VACHIST.DAT
      *          anterieur a cette date (Vaccin.txt si le rappel prend
      *          effet aujourd'hui ou plus tard) est impute aux lots
      *          recus en ordre premier-expire-premier-sorti, comme le
      *          fait VACEXP. Le reste est en main et doit etre retire:
      *          VACRETR.DAT (voir VACRETR) le transmet a VACSTK et a
      *          VACEXP, et le rapport VACRCL.RPT donne l'impact lot
      *          par lot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPL-FILE ASSIGN TO "VACRAPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RAPLFILE-STATUS.

           SELECT SHIP-FILE ASSIGN TO "VACSHIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-SHIPFILE-STATUS.

           SELECT IN-FILE ASSIGN USING VAC-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-INFILE-STATUS.

           SELECT HIST-FILE ASSIGN USING VAC-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-HISTFILE-STATUS.

           SELECT RETR-FILE ASSIGN TO "VACRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RETRFILE-STATUS.

           SELECT RCL-FILE ASSIGN TO "VACRCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RCLFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAPL-FILE.
           COPY "VACRAPL.CPY".

       FD SHIP-FILE.
           COPY "VACSHIP.CPY".

       FD IN-FILE.
           COPY "VACREC.CPY".
       01 IN-FEED-REC              PIC X(100).

       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD RETR-FILE.
           COPY "VACRETR.CPY".

       FD RCL-FILE.
       01 RCL-REC                  PIC X(80).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-RAPL-ABSENT      PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-RETR-COUNT       PIC 9(4) VALUE 0.
           05 VAC-INVALID-COUNT    PIC 9(4) VALUE 0.
           05 VAC-SANS-LIVR-COUNT  PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-RAPLFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-SHIPFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RETRFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RCLFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(12).
           05 VAC-ERR-FILE-STATUS  PIC X(2).

       01 VAC-RUN-DATE             PIC 9(8) VALUE 0.

       01 VAC-RPL-TABLE.
           05 VAC-RPL-COUNT        PIC 9(3) VALUE 0.
           05 VAC-RPL-ENTRY OCCURS 50 TIMES INDEXED BY VAC-RPL-IDX.
               10 VAC-RPL-LOT        PIC X(10).
               10 VAC-RPL-NOM        PIC X(16).
               10 VAC-RPL-DATE       PIC 9(8).
               10 VAC-RPL-ACTION     PIC X(1).
               10 VAC-RPL-MOTIF      PIC X(30).
               10 VAC-RPL-LIVR       PIC 9(3).

      * Toutes les livraisons recues, rappelees ou non: l'imputation
      * premier-expire-premier-sorti porte sur l'ensemble des lots de
      * la marque et de la region.
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
               10 VAC-LOT-RAPPEL     PIC 9(3).
               10 VAC-LOT-COUPURE    PIC 9(10).
               10 VAC-LOT-DATE-COUP  PIC 9(8).
               10 VAC-LOT-AVANT      PIC 9(8).
               10 VAC-LOT-EN-MAIN    PIC 9(8).

       01 VAC-ADM-TABLE.
           05 VAC-ADM-COUNT        PIC 9(3) VALUE 0.
           05 VAC-ADM-ENTRY OCCURS 200 TIMES INDEXED BY VAC-ADM-IDX.
               10 VAC-ADM-NOM        PIC X(16).
               10 VAC-ADM-REGION     PIC X(4).
               10 VAC-ADM-DOSES      PIC 9(10).

       01 VAC-FEFO-WORK.
           05 VAC-CIBLE-CTR        PIC 9(3) VALUE 0.
           05 VAC-CIBLE-RPL        PIC 9(3) VALUE 0.
           05 VAC-ADM-RESTANT      PIC S9(10) VALUE 0.
           05 VAC-BEST-LOT         PIC 9(3) VALUE 0.
           05 VAC-BEST-EXPIR       PIC 9(8) VALUE 0.
           05 VAC-SCAN-CTR         PIC 9(3) VALUE 0.
           05 VAC-CONSOMME         PIC 9(8) VALUE 0.

       01 VAC-RPL-TOTALS.
           05 VAC-RPL-TOT-RECUES   PIC 9(10) VALUE 0.
           05 VAC-RPL-TOT-AVANT    PIC 9(10) VALUE 0.
           05 VAC-RPL-TOT-EN-MAIN  PIC 9(10) VALUE 0.
           05 VAC-GEN-TOT-EN-MAIN  PIC 9(10) VALUE 0.

       01 VAC-RCL-TITLE-LINE.
           05 FILLER               PIC X(42) VALUE
               "RAPPORT D'IMPACT DES RAPPELS DE LOTS - AU ".
           05 VAC-RCL-TITLE-DATE   PIC 9(8).

       01 VAC-RCL-LOT-LINE.
           05 FILLER               PIC X(04) VALUE "LOT ".
           05 VAC-RCL-LOT-NO       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LOT-NOM      PIC X(16).
           05 FILLER               PIC X(07) VALUE " EFFET ".
           05 VAC-RCL-LOT-DATE     PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LOT-ACTION   PIC X(11).

       01 VAC-RCL-MOTIF-LINE.
           05 FILLER               PIC X(07) VALUE "MOTIF: ".
           05 VAC-RCL-MOTIF        PIC X(30).

       01 VAC-RCL-HEADING-LINE     PIC X(60) VALUE
           "RGN   RECU LE         RECUES  ADMIN AVANT      EN MAIN".

       01 VAC-RCL-DETAIL-LINE.
           05 VAC-RCL-LINE-REGION  PIC X(4).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LINE-RECU    PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LINE-RECUES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LINE-AVANT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-LINE-EN-MAIN PIC ZZZ,ZZZ,ZZ9.

       01 VAC-RCL-TOTAL-LINE.
           05 FILLER               PIC X(16) VALUE "TOTAL DU LOT".
           05 VAC-RCL-TOT-RECUES   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-TOT-AVANT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-RCL-TOT-EN-MAIN  PIC ZZZ,ZZZ,ZZ9.

       01 VAC-RCL-COUNT-LINE.
           05 VAC-RCL-CNT-LABEL    PIC X(28).
           05 VAC-RCL-CNT-AMT      PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 100-LOAD-RECALLS.
           IF VAC-RPL-COUNT > 0
               PERFORM 150-LOAD-SHIPMENTS
               PERFORM 200-LOAD-ADMINISTERED
               PERFORM 250-LOAD-HISTORY
               PERFORM 270-SET-CUTOFF
                   VARYING VAC-LOT-IDX FROM 1 BY 1
                   UNTIL VAC-LOT-IDX > VAC-LOT-COUNT
               PERFORM 280-ESTIMATE-ONE-LOT
                   VARYING VAC-CIBLE-CTR FROM 1 BY 1
                   UNTIL VAC-CIBLE-CTR > VAC-LOT-COUNT
           END-IF.
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

       100-LOAD-RECALLS.

      * Sans fichier de rappels, rien n'est retire: VACRETR.DAT est
      * tout de meme recree vide pour VACSTK et VACEXP.
           OPEN INPUT RAPL-FILE.
           IF VAC-RAPLFILE-STATUS = "35"
               MOVE "Y" TO VAC-RAPL-ABSENT
               DISPLAY "VACRAPL.TXT ABSENT - AUCUN LOT RAPPELE"
           ELSE
               IF VAC-RAPLFILE-STATUS NOT = "00"
                   MOVE "VACRAPL.TXT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-RAPLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE "N" TO EOF-SWITCH
               READ RAPL-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                   END-READ
               PERFORM 110-LOAD-ONE-RECALL
                   UNTIL EOF-SWITCH = "Y"
               CLOSE RAPL-FILE
           END-IF.

       110-LOAD-ONE-RECALL.

           IF RAPL-NO-LOT = SPACES
               OR RAPL-DATE-EFFET IS NOT NUMERIC
               OR (NOT RAPL-QUARANTAINE AND NOT RAPL-DESTRUCTION)
               ADD 1 TO VAC-INVALID-COUNT
               DISPLAY "RAPPEL INVALIDE IGNORE: " RAPL-NO-LOT
           ELSE
               IF VAC-RPL-COUNT = 50
                   MOVE "TABLE RAPPEL" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               MOVE RAPL-NOM-VACCIN TO VACMRQ-NOM-SAISI
               CALL "VACMRQ" USING VACMRQ-AREA
               ADD 1 TO VAC-RPL-COUNT
               SET VAC-RPL-IDX TO VAC-RPL-COUNT
               MOVE RAPL-NO-LOT  TO VAC-RPL-LOT (VAC-RPL-IDX)
               MOVE VACMRQ-NOM-OFFICIEL TO VAC-RPL-NOM (VAC-RPL-IDX)
               MOVE RAPL-DATE-EFFET TO VAC-RPL-DATE (VAC-RPL-IDX)
               MOVE RAPL-ACTION  TO VAC-RPL-ACTION (VAC-RPL-IDX)
               MOVE RAPL-MOTIF   TO VAC-RPL-MOTIF (VAC-RPL-IDX)
               MOVE 0            TO VAC-RPL-LIVR (VAC-RPL-IDX)
           END-IF.

           READ RAPL-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       150-LOAD-SHIPMENTS.

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

           PERFORM 160-LOAD-ONE-LOT
               UNTIL EOF-SWITCH = "Y".

           CLOSE SHIP-FILE.

       160-LOAD-ONE-LOT.

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
               MOVE 0 TO VAC-LOT-RAPPEL (VAC-LOT-IDX)
               MOVE 0 TO VAC-LOT-COUPURE (VAC-LOT-IDX)
               MOVE 0 TO VAC-LOT-DATE-COUP (VAC-LOT-IDX)
               MOVE 0 TO VAC-LOT-AVANT (VAC-LOT-IDX)
               MOVE 0 TO VAC-LOT-EN-MAIN (VAC-LOT-IDX)
               PERFORM 165-FIND-RECALL
           END-IF
           END-IF.

           READ SHIP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       165-FIND-RECALL.

           SET VAC-RPL-IDX TO 1.
           SEARCH VAC-RPL-ENTRY
               AT END
                   CONTINUE
               WHEN VAC-RPL-IDX > VAC-RPL-COUNT
                   CONTINUE
               WHEN VAC-RPL-LOT (VAC-RPL-IDX) = SHIP-NO-LOT
                   AND VAC-RPL-NOM (VAC-RPL-IDX) = SHIP-NOM-VACCIN
                   SET VAC-LOT-RAPPEL (VAC-LOT-IDX) TO VAC-RPL-IDX
                   ADD 1 TO VAC-RPL-LIVR (VAC-RPL-IDX)
           END-SEARCH.

       200-LOAD-ADMINISTERED.

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

           PERFORM 210-POST-ONE-ADMIN
               UNTIL EOF-SWITCH = "Y".

           CLOSE IN-FILE.

       210-POST-ONE-ADMIN.

      * Les enregistrements de controle *ENTETE* et *TOTAUX* de
      * l'alimentation (voir FILECHECK) ne comptent pas.
           IF NOM-VACCIN (1:1) NOT = "*"
               AND NBR-AMUNE IS NUMERIC
               SET VAC-ADM-IDX TO 1
               SEARCH VAC-ADM-ENTRY
                   AT END
                       PERFORM 220-ADD-NEW-ADMIN
                   WHEN VAC-ADM-NOM (VAC-ADM-IDX) = NOM-VACCIN
                       AND VAC-ADM-REGION (VAC-ADM-IDX) = REGION-CODE
                       ADD NBR-AMUNE TO VAC-ADM-DOSES (VAC-ADM-IDX)
               END-SEARCH
           END-IF.

           READ IN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       220-ADD-NEW-ADMIN.

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

       250-LOAD-HISTORY.

           OPEN INPUT HIST-FILE.
           IF VAC-HISTFILE-STATUS = "35"
               MOVE "Y" TO VAC-HIST-ABSENT
               DISPLAY "HISTORIQUE ABSENT - ADMIN AVANT RAPPEL AU JOUR "
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
               PERFORM 260-POST-ONE-HISTORY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE HIST-FILE
           END-IF.

       260-POST-ONE-HISTORY.

           PERFORM 265-MATCH-ONE-LOT
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           READ HIST-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       265-MATCH-ONE-LOT.

      * Retient, pour chaque livraison rappelee, le cumul administre
      * de sa marque et de sa region au dernier passage qui precede
      * la date d'effet du rappel.
           IF VAC-LOT-RAPPEL (VAC-LOT-IDX) > 0
               AND HIST-NOM-VACCIN = VAC-LOT-NOM (VAC-LOT-IDX)
               AND HIST-REGION-CODE = VAC-LOT-REGION (VAC-LOT-IDX)
               AND HIST-RUN-DATE NOT < VAC-LOT-DATE-COUP (VAC-LOT-IDX)
               AND HIST-RUN-DATE
                   < VAC-RPL-DATE (VAC-LOT-RAPPEL (VAC-LOT-IDX))
               MOVE HIST-RUN-DATE TO VAC-LOT-DATE-COUP (VAC-LOT-IDX)
               MOVE HIST-NBR-AMUNE TO VAC-LOT-COUPURE (VAC-LOT-IDX)
           END-IF.

       270-SET-CUTOFF.

      * Un rappel qui prend effet aujourd'hui ou plus tard vise tout
      * ce qui a ete administre a ce jour (Vaccin.txt); sans
      * historique, le cumul du jour sert aussi de borne pour ne pas
      * compter deux fois au stock les doses deja administrees.
           IF VAC-LOT-RAPPEL (VAC-LOT-IDX) > 0
               AND (VAC-RPL-DATE (VAC-LOT-RAPPEL (VAC-LOT-IDX))
                   NOT < VAC-RUN-DATE
                   OR VAC-HIST-ABSENT = "Y")
               MOVE VAC-RUN-DATE TO VAC-LOT-DATE-COUP (VAC-LOT-IDX)
               MOVE 0 TO VAC-LOT-COUPURE (VAC-LOT-IDX)
               SET VAC-ADM-IDX TO 1
               SEARCH VAC-ADM-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-ADM-NOM (VAC-ADM-IDX)
                           = VAC-LOT-NOM (VAC-LOT-IDX)
                       AND VAC-ADM-REGION (VAC-ADM-IDX)
                           = VAC-LOT-REGION (VAC-LOT-IDX)
                       MOVE VAC-ADM-DOSES (VAC-ADM-IDX)
                           TO VAC-LOT-COUPURE (VAC-LOT-IDX)
               END-SEARCH
           END-IF.

       280-ESTIMATE-ONE-LOT.

      * Le cumul administre a la coupure s'impute aux lots de la
      * marque et de la region recus avant la date d'effet, en ordre
      * premier-expire-premier-sorti; ce qui reste de la livraison
      * rappelee est en main.
           IF VAC-LOT-RAPPEL (VAC-CIBLE-CTR) > 0
               MOVE VAC-LOT-RAPPEL (VAC-CIBLE-CTR) TO VAC-CIBLE-RPL
               PERFORM 282-RESET-ONE-LOT
                   VARYING VAC-LOT-IDX FROM 1 BY 1
                   UNTIL VAC-LOT-IDX > VAC-LOT-COUNT
               MOVE VAC-LOT-COUPURE (VAC-CIBLE-CTR) TO VAC-ADM-RESTANT
               PERFORM 283-CONSUME-NEXT-LOT
               PERFORM 283-CONSUME-NEXT-LOT
                   UNTIL VAC-BEST-LOT = 0 OR VAC-ADM-RESTANT = 0
               MOVE VAC-LOT-RESTE (VAC-CIBLE-CTR)
                   TO VAC-LOT-EN-MAIN (VAC-CIBLE-CTR)
               COMPUTE VAC-LOT-AVANT (VAC-CIBLE-CTR) =
                   VAC-LOT-DOSES (VAC-CIBLE-CTR)
                   - VAC-LOT-RESTE (VAC-CIBLE-CTR)
           END-IF.

       282-RESET-ONE-LOT.

           MOVE VAC-LOT-DOSES (VAC-LOT-IDX)
               TO VAC-LOT-RESTE (VAC-LOT-IDX).
           MOVE "N" TO VAC-LOT-TRAITE (VAC-LOT-IDX).

       283-CONSUME-NEXT-LOT.

           PERFORM 285-FIND-EARLIEST-LOT.
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

       285-FIND-EARLIEST-LOT.

           MOVE 0 TO VAC-BEST-LOT.
           MOVE 99999999 TO VAC-BEST-EXPIR.
           PERFORM 287-SCAN-ONE-LOT
               VARYING VAC-SCAN-CTR FROM 1 BY 1
               UNTIL VAC-SCAN-CTR > VAC-LOT-COUNT.

       287-SCAN-ONE-LOT.

           SET VAC-LOT-IDX TO VAC-SCAN-CTR.
           IF VAC-LOT-TRAITE (VAC-LOT-IDX) = "N"
               AND VAC-LOT-NOM (VAC-LOT-IDX)
                   = VAC-LOT-NOM (VAC-CIBLE-CTR)
               AND VAC-LOT-REGION (VAC-LOT-IDX)
                   = VAC-LOT-REGION (VAC-CIBLE-CTR)
               AND VAC-LOT-RECU (VAC-LOT-IDX)
                   NOT > VAC-RPL-DATE (VAC-CIBLE-RPL)
               AND VAC-LOT-EXPIR (VAC-LOT-IDX) < VAC-BEST-EXPIR
               MOVE VAC-LOT-EXPIR (VAC-LOT-IDX) TO VAC-BEST-EXPIR
               MOVE VAC-SCAN-CTR TO VAC-BEST-LOT
           END-IF.

       300-FIN.

           PERFORM 310-WRITE-WITHDRAWALS.
           PERFORM 350-WRITE-REPORT.
           DISPLAY "VACRCL TERMINE - LIVRAISONS RAPPELEES: "
               VAC-RETR-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       310-WRITE-WITHDRAWALS.

           OPEN OUTPUT RETR-FILE.
           IF VAC-RETRFILE-STATUS NOT = "00"
               MOVE "VACRETR.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-RETRFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           PERFORM 320-WRITE-ONE-WITHDRAWAL
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           CLOSE RETR-FILE.

       320-WRITE-ONE-WITHDRAWAL.

           IF VAC-LOT-RAPPEL (VAC-LOT-IDX) > 0
               SET VAC-RPL-IDX TO VAC-LOT-RAPPEL (VAC-LOT-IDX)
               MOVE VAC-LOT-NO (VAC-LOT-IDX)     TO RETR-NO-LOT
               MOVE VAC-LOT-NOM (VAC-LOT-IDX)    TO RETR-NOM-VACCIN
               MOVE VAC-LOT-REGION (VAC-LOT-IDX) TO RETR-REGION-CODE
               MOVE VAC-LOT-RECU (VAC-LOT-IDX)   TO RETR-DATE-RECU
               MOVE VAC-RPL-DATE (VAC-RPL-IDX)   TO RETR-DATE-EFFET
               MOVE VAC-RPL-ACTION (VAC-RPL-IDX) TO RETR-ACTION
               MOVE VAC-LOT-DOSES (VAC-LOT-IDX)  TO RETR-NBR-RECUES
               MOVE VAC-LOT-AVANT (VAC-LOT-IDX)  TO RETR-NBR-AVANT
               MOVE VAC-LOT-EN-MAIN (VAC-LOT-IDX) TO RETR-NBR-EN-MAIN
               WRITE RETR-INFO
               IF VAC-RETRFILE-STATUS NOT = "00"
                   MOVE "VACRETR.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-RETRFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-RETR-COUNT
               ADD VAC-LOT-EN-MAIN (VAC-LOT-IDX) TO VAC-GEN-TOT-EN-MAIN
           END-IF.

       350-WRITE-REPORT.

           OPEN OUTPUT RCL-FILE.
           IF VAC-RCLFILE-STATUS NOT = "00"
               MOVE "VACRCL.RPT" TO VAC-ERR-FILE-NAME
               MOVE VAC-RCLFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE VAC-RUN-DATE TO VAC-RCL-TITLE-DATE.
           MOVE VAC-RCL-TITLE-LINE TO RCL-REC.
           WRITE RCL-REC.
           MOVE SPACES TO RCL-REC.
           WRITE RCL-REC.

           IF VAC-RPL-COUNT = 0
               MOVE "AUCUN LOT RAPPELE OU EN QUARANTAINE" TO RCL-REC
               WRITE RCL-REC
           ELSE
               PERFORM 360-REPORT-ONE-RECALL
                   VARYING VAC-RPL-IDX FROM 1 BY 1
                   UNTIL VAC-RPL-IDX > VAC-RPL-COUNT
               MOVE "LOTS RAPPELES:              " TO VAC-RCL-CNT-LABEL
               MOVE VAC-RPL-COUNT TO VAC-RCL-CNT-AMT
               MOVE VAC-RCL-COUNT-LINE TO RCL-REC
               WRITE RCL-REC
               MOVE "LIVRAISONS VISEES:          " TO VAC-RCL-CNT-LABEL
               MOVE VAC-RETR-COUNT TO VAC-RCL-CNT-AMT
               MOVE VAC-RCL-COUNT-LINE TO RCL-REC
               WRITE RCL-REC
               MOVE "DOSES RETIREES DU STOCK:    " TO VAC-RCL-CNT-LABEL
               MOVE VAC-GEN-TOT-EN-MAIN TO VAC-RCL-CNT-AMT
               MOVE VAC-RCL-COUNT-LINE TO RCL-REC
               WRITE RCL-REC
               MOVE SPACES TO RCL-REC
               WRITE RCL-REC
               MOVE "ADMIN AVANT: ESTIMATION PREMIER-EXPIRE-PREMIER-SORT
      -            "I A LA DATE D'EFFET" TO RCL-REC
               WRITE RCL-REC
           END-IF.

           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - ADMIN AVANT AU JOUR"
                   TO RCL-REC
               WRITE RCL-REC
           END-IF.

           CLOSE RCL-FILE.

       360-REPORT-ONE-RECALL.

           MOVE 0 TO VAC-RPL-TOT-RECUES.
           MOVE 0 TO VAC-RPL-TOT-AVANT.
           MOVE 0 TO VAC-RPL-TOT-EN-MAIN.

           MOVE VAC-RPL-LOT (VAC-RPL-IDX)  TO VAC-RCL-LOT-NO.
           MOVE VAC-RPL-NOM (VAC-RPL-IDX)  TO VAC-RCL-LOT-NOM.
           MOVE VAC-RPL-DATE (VAC-RPL-IDX) TO VAC-RCL-LOT-DATE.
           IF VAC-RPL-ACTION (VAC-RPL-IDX) = "D"
               MOVE "DESTRUCTION" TO VAC-RCL-LOT-ACTION
           ELSE
               MOVE "QUARANTAINE" TO VAC-RCL-LOT-ACTION
           END-IF.
           MOVE VAC-RCL-LOT-LINE TO RCL-REC.
           WRITE RCL-REC.
           MOVE VAC-RPL-MOTIF (VAC-RPL-IDX) TO VAC-RCL-MOTIF.
           MOVE VAC-RCL-MOTIF-LINE TO RCL-REC.
           WRITE RCL-REC.

           IF VAC-RPL-LIVR (VAC-RPL-IDX) = 0
               ADD 1 TO VAC-SANS-LIVR-COUNT
               MOVE "  AUCUNE LIVRAISON DE CE LOT DANS VACSHIP.TXT"
                   TO RCL-REC
               WRITE RCL-REC
           ELSE
               MOVE VAC-RCL-HEADING-LINE TO RCL-REC
               WRITE RCL-REC
               PERFORM 370-REPORT-ONE-SHIPMENT
                   VARYING VAC-LOT-IDX FROM 1 BY 1
                   UNTIL VAC-LOT-IDX > VAC-LOT-COUNT
               MOVE VAC-RPL-TOT-RECUES  TO VAC-RCL-TOT-RECUES
               MOVE VAC-RPL-TOT-AVANT   TO VAC-RCL-TOT-AVANT
               MOVE VAC-RPL-TOT-EN-MAIN TO VAC-RCL-TOT-EN-MAIN
               MOVE VAC-RCL-TOTAL-LINE TO RCL-REC
               WRITE RCL-REC
           END-IF.

           MOVE SPACES TO RCL-REC.
           WRITE RCL-REC.

       370-REPORT-ONE-SHIPMENT.

           IF VAC-LOT-RAPPEL (VAC-LOT-IDX) = VAC-RPL-IDX
               MOVE VAC-LOT-REGION (VAC-LOT-IDX) TO VAC-RCL-LINE-REGION
               MOVE VAC-LOT-RECU (VAC-LOT-IDX)   TO VAC-RCL-LINE-RECU
               MOVE VAC-LOT-DOSES (VAC-LOT-IDX)  TO VAC-RCL-LINE-RECUES
               MOVE VAC-LOT-AVANT (VAC-LOT-IDX)  TO VAC-RCL-LINE-AVANT
               MOVE VAC-LOT-EN-MAIN (VAC-LOT-IDX)
                   TO VAC-RCL-LINE-EN-MAIN
               MOVE VAC-RCL-DETAIL-LINE TO RCL-REC
               WRITE RCL-REC
               ADD VAC-LOT-DOSES (VAC-LOT-IDX)   TO VAC-RPL-TOT-RECUES
               ADD VAC-LOT-AVANT (VAC-LOT-IDX)   TO VAC-RPL-TOT-AVANT
               ADD VAC-LOT-EN-MAIN (VAC-LOT-IDX) TO VAC-RPL-TOT-EN-MAIN
           END-IF.

       850-WRITE-RUN-LOG.

           OPEN EXTEND LOG-FILE.
           IF VAC-LOGFILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF VAC-LOGFILE-STATUS = "00"
               MOVE "VACRCL" TO LOG-PROGRAMME
               MOVE VAC-LOG-DATE-DEBUT TO LOG-DATE-DEBUT
               MOVE VAC-LOG-HEURE-DEBUT TO LOG-HEURE-DEBUT
               ACCEPT LOG-DATE-FIN FROM DATE YYYYMMDD
               ACCEPT VAC-TIME-WORK FROM TIME
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-RETR-COUNT TO LOG-NBR-ECRITS
               MOVE VAC-SANS-LIVR-COUNT TO LOG-NBR-ERREURS
               MOVE VAC-INVALID-COUNT TO LOG-NBR-MALFORMES
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

       END PROGRAM VACRCL.
