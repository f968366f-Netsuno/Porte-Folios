      *          point de controle d'etape VACCHAIN.CKP, ecrit avant
      *          chaque appel, permet a l'execution suivante de
      *          reprendre a l'etape fautive plutot qu'au debut.
      *          Avant la premiere etape d'une chaine neuve (pas sur
      *          une reprise), les fichiers permanents de la chaine
      *          sont copies dans une generation de sauvegarde (voir
      *          VACSAV et le catalogue VACGEN.DAT); le nombre de
      *          generations conservees vient de VACPARM.TXT et les
      *          tranches de copie sont reutilisees en rotation. Les
      *          fichiers d'archive de l'historique inscrits au
      *          registre VACARCL.DAT sont copies avec eux, puisque
      *          VACCORR peut retraiter une date deja archivee. Une
      *          generation se restaure d'un bloc avec VACREST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACCHAIN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.

           SELECT GEN-FILE ASSIGN TO "VACGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-GENFILE-STATUS.

           SELECT ARCL-FILE ASSIGN TO "VACARCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ARCLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       FD LOG-FILE.
           COPY "VACLOG.CPY".

       FD GEN-FILE.
           COPY "VACGEN.CPY".

       FD ARCL-FILE.
           COPY "VACARCL.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-LOG-EOF          PIC X(1) VALUE "N".
           05 VAC-CHAIN-HALTED     PIC X(1) VALUE "N".
           05 VAC-CHAIN-REPRISE    PIC X(1) VALUE "N".
           05 VAC-GEN-EOF          PIC X(1) VALUE "N".
           05 VAC-ARCL-EOF         PIC X(1) VALUE "N".
           05 VAC-TRANCHE-SWITCH   PIC X(1) VALUE "N".
               88 VAC-TRANCHE-TROUVEE      VALUE "O".

       01 COUNTERS.
           05 VAC-PLAN-COUNT       PIC 9(2) VALUE 0.
           05 VAC-PLANFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-CKPTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-GENFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-ARCLFILE-STATUS  PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-ERR-FILE-NAME    PIC X(12).

       01 VAC-RESUME-STEP          PIC 9(2) VALUE 0.

           COPY "VACPARM.CPY".

           COPY "VACSAV.CPY".

      * Fichiers permanents copies avant chaque chaine: nom du fichier
      * vivant (l'historique prend le nom de VACPARM.TXT), suffixe de
      * la copie et type d'organisation. Les archives du registre
      * VACARCL.DAT suivent, avec les suffixes A01, A02, etc.
       01 VAC-SAUV-LISTE-INIT.
           05 FILLER               PIC X(16) VALUE "VACIDX.DAT  IDXI".
           05 FILLER               PIC X(16) VALUE "VACHIST.DAT HISS".
           05 FILLER               PIC X(16) VALUE "VACHROLL.DATROLS".
           05 FILLER               PIC X(16) VALUE "VACINV.DAT  INVS".
           05 FILLER               PIC X(16) VALUE "VACSUBST.DATSUBS".
           05 FILLER               PIC X(16) VALUE "VACJRNL.DAT JRNS".
           05 FILLER               PIC X(16) VALUE "VACLOG.DAT  LOGS".
           05 FILLER               PIC X(16) VALUE "VACCORH.DAT CRHS".
           05 FILLER               PIC X(16) VALUE "VACARCL.DAT ACLS".
       01 VAC-SAUV-LISTE REDEFINES VAC-SAUV-LISTE-INIT.
           05 VAC-SV-ENTRY OCCURS 9 TIMES INDEXED BY VAC-SV-IDX.
               10 VAC-SV-NOM         PIC X(12).
               10 VAC-SV-SUFFIXE     PIC X(3).
               10 VAC-SV-TYPE        PIC X(1).

       01 VAC-SAUV-RESULTATS.
           05 VAC-SR-COUNT         PIC 9(2) VALUE 0.
           05 VAC-SR-ENTRY OCCURS 49 TIMES INDEXED BY VAC-SR-IDX.
               10 VAC-SR-ORIGINE     PIC X(64).
               10 VAC-SR-COPIE       PIC X(12).
               10 VAC-SR-TYPE        PIC X(1).
               10 VAC-SR-PRESENT     PIC X(1).
               10 VAC-SR-NBR-ENR     PIC 9(8).

       01 VAC-COPIE-NAME.
           05 FILLER               PIC X(4) VALUE "VACS".
           05 VAC-COPIE-TRANCHE    PIC 9(2) VALUE 0.
           05 FILLER               PIC X(1) VALUE ".".
           05 VAC-COPIE-SUFFIXE    PIC X(3) VALUE SPACES.

       01 VAC-ARCH-SUFFIXE.
           05 FILLER               PIC X(1) VALUE "A".
           05 VAC-ARCH-NUMERO      PIC 9(2) VALUE 0.

      * Catalogue des generations relu avant la prise: les lignes
      * dans l'ordre du fichier et, par generation, son numero et sa
      * tranche de copie.
       01 VAC-GEN-TABLE.
           05 VAC-GEN-COUNT        PIC 9(4) VALUE 0.
           05 VAC-GEN-ENTRY OCCURS 4900 TIMES INDEXED BY VAC-GN-IDX.
               10 VAC-GEN-NUMERO     PIC 9(4).
               10 VAC-GEN-LIGNE      PIC X(106).

       01 VAC-GENS-TABLE.
           05 VAC-GENS-COUNT       PIC 9(3) VALUE 0.
           05 VAC-GENS-ENTRY OCCURS 100 TIMES INDEXED BY VAC-GS-IDX.
               10 VAC-GENS-NUMERO    PIC 9(4).
               10 VAC-GENS-TRANCHE   PIC 9(2).

       01 VAC-GEN-WORK.
           05 VAC-GEN-NOUVELLE     PIC 9(4) VALUE 0.
           05 VAC-GEN-TRANCHE      PIC 9(2) VALUE 0.
           05 VAC-GEN-SEUIL        PIC 9(3) VALUE 0.
           05 VAC-GEN-PREMIERE     PIC 9(3) VALUE 0.
           05 VAC-GEN-PRECEDENTE   PIC 9(4) VALUE 0.
           05 VAC-GEN-MIN-GARDEE   PIC 9(4) VALUE 0.
           05 VAC-GEN-GARDEES      PIC 9(3) VALUE 0.
           05 VAC-TRANCHE-CAND     PIC 9(3) VALUE 0.
           05 VAC-GEN-DATE         PIC 9(8) VALUE 0.
           05 VAC-GEN-HEURE        PIC 9(6) VALUE 0.

       01 VAC-CURRENT-PROG         PIC X(9).

       01 VAC-STEP-STATUT          PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-INIT-RUN-LOG.
           PERFORM 060-LIRE-PARAMETRES.
           PERFORM 100-LOAD-PLAN.
           IF VAC-PLAN-COUNT = 0
               DISPLAY "PLAN D'EXECUTION VIDE - RIEN A FAIRE"
               STOP RUN
           END-IF.
           PERFORM 150-READ-CHECKPOINT.
           IF VAC-CHAIN-REPRISE NOT = "Y"
               PERFORM 160-SAUVEGARDER-GENERATION
           END-IF.
           PERFORM 200-RUN-ONE-STEP
               UNTIL VAC-STEP-CTR > VAC-PLAN-COUNT
               OR VAC-CHAIN-HALTED = "Y".
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-LOG-HEURE-DEBUT.

       060-LIRE-PARAMETRES.

           CALL "VACPRM" USING VACPRM-AREA.
           IF VACPRM-MODE-TEST
               DISPLAY "EXECUTION EN MODE TEST"
           END-IF.

       100-LOAD-PLAN.

           OPEN INPUT PLAN-FILE.
           IF VAC-RESUME-STEP > 0
               AND VAC-RESUME-STEP NOT > VAC-PLAN-COUNT
               MOVE VAC-RESUME-STEP TO VAC-STEP-CTR
               MOVE "Y" TO VAC-CHAIN-REPRISE
               SET VAC-PL-IDX TO VAC-STEP-CTR
               DISPLAY "REPRISE DE LA CHAINE A L'ETAPE " VAC-STEP-CTR
                   " (" VAC-PLAN-PROG (VAC-PL-IDX) ")"
               MOVE 1 TO VAC-STEP-CTR
           END-IF.

       160-SAUVEGARDER-GENERATION.

      * Une reprise repart de la generation prise avant la chaine
      * interrompue: seule une chaine neuve prend une sauvegarde.
           PERFORM 165-CHARGER-CATALOGUE.
           PERFORM 170-CHOISIR-TRANCHE.
           PERFORM 180-REECRIRE-CATALOGUE.

           ACCEPT VAC-GEN-DATE FROM DATE YYYYMMDD.
           ACCEPT VAC-TIME-WORK FROM TIME.
           MOVE VAC-TIME-HHMMSS TO VAC-GEN-HEURE.
           MOVE VAC-GEN-TRANCHE TO VAC-COPIE-TRANCHE.
           DISPLAY "SAUVEGARDE AVANT CHAINE - GENERATION "
               VAC-GEN-NOUVELLE " TRANCHE " VAC-GEN-TRANCHE.

           MOVE 0 TO VAC-SR-COUNT.
           PERFORM 185-SAUVEGARDER-UN-FICHIER
               VARYING VAC-SV-IDX FROM 1 BY 1
               UNTIL VAC-SV-IDX > 9.
           PERFORM 186-SAUVEGARDER-ARCHIVES.

           OPEN EXTEND GEN-FILE.
           IF VAC-GENFILE-STATUS NOT = "00"
               MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-GENFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           PERFORM 190-ECRIRE-UNE-LIGNE-GEN
               VARYING VAC-SR-IDX FROM 1 BY 1
               UNTIL VAC-SR-IDX > VAC-SR-COUNT.
           CLOSE GEN-FILE.

       165-CHARGER-CATALOGUE.

           MOVE 0 TO VAC-GEN-COUNT.
           MOVE 0 TO VAC-GENS-COUNT.
           MOVE 0 TO VAC-GEN-PRECEDENTE.
           MOVE "N" TO VAC-GEN-EOF.
           OPEN INPUT GEN-FILE.
           IF VAC-GENFILE-STATUS = "35"
               DISPLAY "VACGEN.DAT ABSENT - PREMIERE GENERATION"
           ELSE
               IF VAC-GENFILE-STATUS NOT = "00"
                   MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-GENFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ GEN-FILE
                   AT END
                       MOVE "Y" TO VAC-GEN-EOF
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 166-CHARGER-UNE-LIGNE-GEN
                   UNTIL VAC-GEN-EOF = "Y"
               CLOSE GEN-FILE
           END-IF.

       166-CHARGER-UNE-LIGNE-GEN.

           IF GEN-GENERATION IS NUMERIC AND GEN-GENERATION > 0
               IF VAC-GEN-COUNT = 4900
                   MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                   MOVE "99" TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               ADD 1 TO VAC-GEN-COUNT
               SET VAC-GN-IDX TO VAC-GEN-COUNT
               MOVE GEN-GENERATION TO VAC-GEN-NUMERO (VAC-GN-IDX)
               MOVE GEN-INFO TO VAC-GEN-LIGNE (VAC-GN-IDX)
               IF GEN-GENERATION NOT = VAC-GEN-PRECEDENTE
                   MOVE GEN-GENERATION TO VAC-GEN-PRECEDENTE
                   IF VAC-GENS-COUNT = 99
                       MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
                       MOVE "99" TO VAC-ERR-FILE-STATUS
                       PERFORM 900-FILE-ERROR
                   END-IF
                   ADD 1 TO VAC-GENS-COUNT
                   SET VAC-GS-IDX TO VAC-GENS-COUNT
                   MOVE GEN-GENERATION TO VAC-GENS-NUMERO (VAC-GS-IDX)
                   MOVE GEN-TRANCHE TO VAC-GENS-TRANCHE (VAC-GS-IDX)
               END-IF
           END-IF.

           READ GEN-FILE
               AT END
                   MOVE "Y" TO VAC-GEN-EOF
               NOT AT END
                   CONTINUE
               END-READ.

      * Les generations sont au catalogue dans l'ordre de leur prise.
      * On garde les plus recentes pour que, avec la nouvelle, il y en
      * ait le nombre demande; la nouvelle prend la premiere tranche
      * qu'aucune generation gardee n'occupe.
       170-CHOISIR-TRANCHE.

           IF VAC-GENS-COUNT = 0
               MOVE 1 TO VAC-GEN-NOUVELLE
           ELSE
               SET VAC-GS-IDX TO VAC-GENS-COUNT
               COMPUTE VAC-GEN-NOUVELLE =
                   VAC-GENS-NUMERO (VAC-GS-IDX) + 1
           END-IF.

           IF VAC-GENS-COUNT > VACPRM-GENERATIONS - 1
               COMPUTE VAC-GEN-SEUIL =
                   VAC-GENS-COUNT - VACPRM-GENERATIONS + 1
           ELSE
               MOVE 0 TO VAC-GEN-SEUIL
           END-IF.
           COMPUTE VAC-GEN-GARDEES = VAC-GENS-COUNT - VAC-GEN-SEUIL.
           COMPUTE VAC-GEN-PREMIERE = VAC-GEN-SEUIL + 1.
           IF VAC-GEN-GARDEES > 0
               SET VAC-GS-IDX TO VAC-GEN-PREMIERE
               MOVE VAC-GENS-NUMERO (VAC-GS-IDX) TO VAC-GEN-MIN-GARDEE
           ELSE
               MOVE VAC-GEN-NOUVELLE TO VAC-GEN-MIN-GARDEE
           END-IF.

           MOVE "N" TO VAC-TRANCHE-SWITCH.
           PERFORM 175-ESSAYER-TRANCHE
               VARYING VAC-TRANCHE-CAND FROM 1 BY 1
               UNTIL VAC-TRANCHE-TROUVEE
               OR VAC-TRANCHE-CAND > VACPRM-GENERATIONS.

       175-ESSAYER-TRANCHE.

           MOVE "O" TO VAC-TRANCHE-SWITCH.
           IF VAC-GEN-GARDEES > 0
               SET VAC-GS-IDX TO VAC-GEN-PREMIERE
               SEARCH VAC-GENS-ENTRY
                   AT END
                       CONTINUE
                   WHEN VAC-GS-IDX > VAC-GENS-COUNT
                       CONTINUE
                   WHEN VAC-GENS-TRANCHE (VAC-GS-IDX)
                       = VAC-TRANCHE-CAND
                       MOVE "N" TO VAC-TRANCHE-SWITCH
               END-SEARCH
           END-IF.
           IF VAC-TRANCHE-TROUVEE
               MOVE VAC-TRANCHE-CAND TO VAC-GEN-TRANCHE
           END-IF.

      * Le catalogue est reecrit sans les generations abandonnees
      * avant que leur tranche ne soit recouverte.
       180-REECRIRE-CATALOGUE.

           OPEN OUTPUT GEN-FILE.
           IF VAC-GENFILE-STATUS NOT = "00"
               MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-GENFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           PERFORM 181-REECRIRE-UNE-LIGNE-GEN
               VARYING VAC-GN-IDX FROM 1 BY 1
               UNTIL VAC-GN-IDX > VAC-GEN-COUNT.
           CLOSE GEN-FILE.

       181-REECRIRE-UNE-LIGNE-GEN.

           IF VAC-GEN-NUMERO (VAC-GN-IDX) NOT < VAC-GEN-MIN-GARDEE
               MOVE VAC-GEN-LIGNE (VAC-GN-IDX) TO GEN-INFO
               WRITE GEN-INFO
           END-IF.

       185-SAUVEGARDER-UN-FICHIER.

           IF VAC-SV-SUFFIXE (VAC-SV-IDX) = "HIS"
               MOVE VACPRM-FICHIER-HIST TO VACSAV-ORIGINE
           ELSE
               MOVE VAC-SV-NOM (VAC-SV-IDX) TO VACSAV-ORIGINE
           END-IF.
           MOVE VAC-SV-SUFFIXE (VAC-SV-IDX) TO VAC-COPIE-SUFFIXE.
           MOVE VAC-SV-TYPE (VAC-SV-IDX) TO VACSAV-TYPE.
           PERFORM 189-COPIER-UN-FICHIER.

      * Chaque archive inscrite au registre est copiee une fois, meme
      * si le registre la nomme sur plusieurs lignes.
       186-SAUVEGARDER-ARCHIVES.

           MOVE 0 TO VAC-ARCH-NUMERO.
           MOVE "N" TO VAC-ARCL-EOF.
           OPEN INPUT ARCL-FILE.
           IF VAC-ARCLFILE-STATUS = "35"
               DISPLAY "  VACARCL.DAT ABSENT - AUCUNE ARCHIVE A COPIER"
           ELSE
               IF VAC-ARCLFILE-STATUS NOT = "00"
                   MOVE "VACARCL.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ARCLFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ ARCL-FILE
                   AT END
                       MOVE "Y" TO VAC-ARCL-EOF
                   NOT AT END
                       CONTINUE
               END-READ
               PERFORM 187-SAUVEGARDER-UNE-ARCHIVE
                   UNTIL VAC-ARCL-EOF = "Y"
               CLOSE ARCL-FILE
           END-IF.

       187-SAUVEGARDER-UNE-ARCHIVE.

           IF ARCL-FICHIER NOT = SPACES
               SET VAC-SR-IDX TO 1
               SEARCH VAC-SR-ENTRY
                   AT END
                       PERFORM 188-AJOUTER-ARCHIVE
                   WHEN VAC-SR-IDX > VAC-SR-COUNT
                       PERFORM 188-AJOUTER-ARCHIVE
                   WHEN VAC-SR-ORIGINE (VAC-SR-IDX) = ARCL-FICHIER
                       CONTINUE
               END-SEARCH
           END-IF.

           READ ARCL-FILE
               AT END
                   MOVE "Y" TO VAC-ARCL-EOF
               NOT AT END
                   CONTINUE
               END-READ.

       188-AJOUTER-ARCHIVE.

           IF VAC-SR-COUNT = 49
               DISPLAY "*** TROP D'ARCHIVES AU REGISTRE - CHAINE NON "
                   "LANCEE"
               MOVE "TABLE ARCH" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-ARCH-NUMERO.
           MOVE ARCL-FICHIER TO VACSAV-ORIGINE.
           MOVE VAC-ARCH-SUFFIXE TO VAC-COPIE-SUFFIXE.
           MOVE "S" TO VACSAV-TYPE.
           PERFORM 189-COPIER-UN-FICHIER.

       189-COPIER-UN-FICHIER.

           MOVE VAC-COPIE-NAME TO VACSAV-COPIE.
           MOVE "S" TO VACSAV-FONCTION.
           CALL "VACSAV" USING VACSAV-AREA.

           IF VACSAV-ERREUR
               DISPLAY "*** SAUVEGARDE IMPOSSIBLE - CHAINE NON LANCEE"
               MOVE VACSAV-FICHIER-ERR TO VAC-ERR-FILE-NAME
               MOVE VACSAV-STATUT-FICHIER TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-SR-COUNT.
           SET VAC-SR-IDX TO VAC-SR-COUNT.
           MOVE VACSAV-ORIGINE TO VAC-SR-ORIGINE (VAC-SR-IDX).
           MOVE VACSAV-COPIE TO VAC-SR-COPIE (VAC-SR-IDX).
           MOVE VACSAV-TYPE TO VAC-SR-TYPE (VAC-SR-IDX).
           MOVE VACSAV-NBR-ENR TO VAC-SR-NBR-ENR (VAC-SR-IDX).
           IF VACSAV-ABSENT
               MOVE "N" TO VAC-SR-PRESENT (VAC-SR-IDX)
               DISPLAY "  " VACSAV-ORIGINE (1:16) " ABSENT - "
                   VACSAV-COPIE " VIDE"
           ELSE
               MOVE "O" TO VAC-SR-PRESENT (VAC-SR-IDX)
               DISPLAY "  " VACSAV-ORIGINE (1:16) " -> "
                   VACSAV-COPIE " ENR: " VACSAV-NBR-ENR
           END-IF.

       190-ECRIRE-UNE-LIGNE-GEN.

           MOVE VAC-GEN-NOUVELLE TO GEN-GENERATION.
           MOVE VAC-GEN-DATE TO GEN-DATE.
           MOVE VAC-GEN-HEURE TO GEN-HEURE.
           MOVE VAC-GEN-TRANCHE TO GEN-TRANCHE.
           MOVE VAC-SR-ORIGINE (VAC-SR-IDX) TO GEN-ORIGINE.
           MOVE VAC-SR-COPIE (VAC-SR-IDX) TO GEN-COPIE.
           MOVE VAC-SR-TYPE (VAC-SR-IDX) TO GEN-TYPE.
           MOVE VAC-SR-PRESENT (VAC-SR-IDX) TO GEN-PRESENT.
           MOVE VAC-SR-NBR-ENR (VAC-SR-IDX) TO GEN-NBR-ENR.
           WRITE GEN-INFO.
           IF VAC-GENFILE-STATUS NOT = "00"
               MOVE "VACGEN.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-GENFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

       200-RUN-ONE-STEP.

           SET VAC-PL-IDX TO VAC-STEP-CTR.
