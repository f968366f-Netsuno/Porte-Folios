      *          VACJRNL.DAT avec les images avant et apres de
      *          l'enregistrement maitre (voir VACJRNL et VACJINQ),
      *          exigence de reconstruction de l'audit provincial.
      *          Les marques sont validees contre le referentiel
      *          VACMARQ.TXT (voir VACMRQ). Controle a deux personnes:
      *          une suppression, ou un remplacement qui baisse un
      *          compteur cumulatif ou le fait varier de plus de
      *          SEUIL-APPROBATION pour cent, n'est pas applique mais
      *          retenu dans VACATTN.DAT avec les initiales du
      *          saisisseur; les mouvements approuves par un
      *          superviseur dans VACAPPR sont appliques au passage
      *          suivant (approbateur et date au journal), les rejetes
      *          ecartes et les autres reportes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACUPD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-JRNFILE-STATUS.

           SELECT ATT-FILE ASSIGN TO "VACATTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ATTFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.
       FD JRN-FILE.
           COPY "VACJRNL.CPY".

       FD ATT-FILE.
       01 ATT-REC                  PIC X(77).

       FD LOG-FILE.
           COPY "VACLOG.CPY".

       WORKING-STORAGE SECTION.

           COPY "VACATTN.CPY".

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-TRN-VALID        PIC X(1) VALUE "Y".
           05 VAC-TRN-RETENU       PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-APPLIED-COUNT    PIC 9(4) VALUE 0.
           05 VAC-REJECT-COUNT     PIC 9(4) VALUE 0.
           05 VAC-MASTER-COUNT     PIC 9(4) VALUE 0.
           05 VAC-HOLD-COUNT       PIC 9(4) VALUE 0.
           05 VAC-CARRY-COUNT      PIC 9(4) VALUE 0.
           05 VAC-APPROVED-COUNT   PIC 9(4) VALUE 0.
           05 VAC-REFUSED-COUNT    PIC 9(4) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-TRNFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-OUTFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-REGFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-JRNFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-ATTFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
       01 VAC-JOURNAL-IMAGES.
           05 VAC-IMAGE-AVANT      PIC X(52).
           05 VAC-IMAGE-APRES      PIC X(52).
           05 VAC-APPROUVE-PAR     PIC X(3) VALUE SPACES.
           05 VAC-DATE-APPROB      PIC 9(8) VALUE 0.

      * Mouvements retenus pour approbation: ceux du fichier
      * VACATTN.DAT encore sans decision, reportes, et ceux retenus au
      * present passage. Le fichier est reecrit en fin de traitement.
       01 VAC-ATT-TABLE.
           05 VAC-ATT-COUNT        PIC 9(3) VALUE 0.
           05 VAC-ATT-ENTRY OCCURS 200 TIMES INDEXED BY VAC-ATT-IDX.
               10 VAC-ATT-IMAGE      PIC X(77).

       01 VAC-CONTROLE-APPROB.
           05 VAC-MOTIF-RETENUE    PIC X(1).
           05 VAC-CPT-ANCIEN       PIC 9(8).
           05 VAC-CPT-NOUVEAU      PIC 9(8).
           05 VAC-CPT-ECART        PIC 9(10).

       01 VAC-HASH-TOTALS.
           05 VAC-HASH-AMUNE       PIC 9(10) VALUE 0.
           05 VAC-REG-REASON       PIC X(30).

       01 VAC-REG-COUNT-LINE.
           05 VAC-REG-CNT-LABEL    PIC X(26).
           05 VAC-REG-CNT-AMT      PIC ZZZ9.

       01 VAC-PARM-FILE-NAMES.

           COPY "VACPARM.CPY".

           COPY "VACMRQ.CPY".

       01 VAC-RUN-LOG-INFO.
           05 VAC-LOG-DATE-DEBUT   PIC 9(8) VALUE 0.
           05 VAC-LOG-HEURE-DEBUT  PIC 9(6) VALUE 0.
           MOVE "M  VACCIN            RGN   DISPOSITION" TO REG-REC.
           WRITE REG-REC.

      * Les mouvements retenus aux passages precedents passent avant
      * ceux du jour, dans leur ordre de saisie.
           PERFORM 150-PROCESS-PENDING.

           READ TRN-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       150-PROCESS-PENDING.

           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ATT-FILE.
           IF VAC-ATTFILE-STATUS = "35"
               MOVE "Y" TO EOF-SWITCH
           ELSE
               IF VAC-ATTFILE-STATUS NOT = "00"
                   MOVE "VACATTN.DAT" TO VAC-ERR-FILE-NAME
                   MOVE VAC-ATTFILE-STATUS TO VAC-ERR-FILE-STATUS
                   PERFORM 900-FILE-ERROR
               END-IF
               READ ATT-FILE INTO ATT-INFO
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       CONTINUE
                   END-READ
               PERFORM 160-PROCESS-ONE-PENDING
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ATT-FILE
           END-IF.
           MOVE "N" TO EOF-SWITCH.

       160-PROCESS-ONE-PENDING.

           MOVE ATT-CODE-MVT    TO TRN-CODE-MVT.
           MOVE ATT-NOM-VACCIN  TO TRN-NOM-VACCIN.
           MOVE ATT-REGION-CODE TO TRN-REGION-CODE.
           MOVE ATT-NBR-AMUNE   TO TRN-NBR-AMUNE.
           MOVE ATT-NBR-ANE     TO TRN-NBR-ANE.
           MOVE ATT-NBR-COM     TO TRN-NBR-COM.
           MOVE ATT-NBR-TROIS   TO TRN-NBR-TROIS.
           MOVE ATT-SAISI-PAR   TO TRN-SAISI-PAR.
           MOVE SPACES TO VAC-REJECT-REASON.

      * Le superviseur ne peut approuver sa propre saisie (VACAPPR le
      * refuse deja); une telle decision est traitee comme un rejet.
           IF ATT-APPROUVE AND ATT-APPROUVE-PAR = ATT-SAISI-PAR
               MOVE "R" TO ATT-DECISION
           END-IF.

           IF ATT-APPROUVE
               ADD 1 TO VAC-APPROVED-COUNT
               MOVE ATT-APPROUVE-PAR  TO VAC-APPROUVE-PAR
               MOVE ATT-DATE-DECISION TO VAC-DATE-APPROB
               PERFORM 215-VALIDATE-TRANSACTION
               IF VAC-TRN-VALID = "N"
                   PERFORM 280-WRITE-REJECTED
               ELSE
                   PERFORM 205-APPLY-TRANSACTION
               END-IF
               MOVE SPACES TO VAC-APPROUVE-PAR
               MOVE 0 TO VAC-DATE-APPROB
           ELSE
               IF ATT-REJETE
                   ADD 1 TO VAC-REFUSED-COUNT
                   STRING "REFUSE PAR " ATT-APPROUVE-PAR
                          " LE " ATT-DATE-DECISION
                          DELIMITED BY SIZE
                       INTO VAC-REJECT-REASON
                   END-STRING
                   MOVE "REFUSE" TO VAC-REG-DISPOSITION
                   MOVE VAC-REJECT-REASON TO VAC-REG-REASON
                   PERFORM 290-WRITE-REGISTER-LINE
               ELSE
                   ADD 1 TO VAC-CARRY-COUNT
                   PERFORM 265-ADD-PENDING-ENTRY
                   MOVE "REPORTE" TO VAC-REG-DISPOSITION
                   MOVE "EN ATTENTE D'APPROBATION"
                       TO VAC-REG-REASON
                   PERFORM 290-WRITE-REGISTER-LINE
               END-IF
           END-IF.

           READ ATT-FILE INTO ATT-INFO
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

       200-PROCESS-TRANSACTIONS.

           MOVE SPACES TO VAC-REJECT-REASON.
           IF VAC-TRN-VALID = "N"
               PERFORM 280-WRITE-REJECTED
           ELSE
               PERFORM 250-CHECK-APPROVAL
               IF VAC-TRN-RETENU = "Y"
                   PERFORM 260-HOLD-TRANSACTION
               ELSE
                   PERFORM 205-APPLY-TRANSACTION
               END-IF
           END-IF.

                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       205-APPLY-TRANSACTION.

           IF TRN-AJOUT
               PERFORM 220-APPLY-ADD
           ELSE
               IF TRN-REMPLACE
                   PERFORM 230-APPLY-REPLACE
               ELSE
                   PERFORM 240-APPLY-DELETE
               END-IF
           END-IF.

       215-VALIDATE-TRANSACTION.

           MOVE "Y" TO VAC-TRN-VALID.
               MOVE "DONNEES NUMERIQUES INVALIDES" TO VAC-REJECT-REASON
           END-IF.

      * Marque controlee contre le referentiel VACMARQ.TXT; un alias
      * est ramene au nom officiel, cle du maitre. Une marque retiree
      * ne recoit plus d'ajout ni de remplacement, mais ses rangees
      * peuvent encore etre supprimees du maitre.
           IF VAC-TRN-VALID = "Y"
               MOVE TRN-NOM-VACCIN TO VACMRQ-NOM-SAISI
               CALL "VACMRQ" USING VACMRQ-AREA
               IF VACMRQ-INCONNUE
                   MOVE "N" TO VAC-TRN-VALID
                   MOVE "MARQUE INCONNUE" TO VAC-REJECT-REASON
               ELSE
                   IF VACMRQ-RETIREE AND NOT TRN-SUPPRIME
                       MOVE "N" TO VAC-TRN-VALID
                       MOVE "MARQUE RETIREE" TO VAC-REJECT-REASON
                   ELSE
                       MOVE VACMRQ-NOM-OFFICIEL TO TRN-NOM-VACCIN
                   END-IF
               END-IF
           END-IF.

       220-APPLY-ADD.

           MOVE TRN-NOM-VACCIN  TO NOM-VACCIN OF IDX-VACCIN-REC.
           END-IF.
           PERFORM 270-WRITE-APPLIED.

       250-CHECK-APPROVAL.

      * Un ajout passe toujours. Une suppression, ou un remplacement
      * qui baisse un compteur cumulatif ou le fait varier de plus de
      * SEUIL-APPROBATION pour cent, attend l'approbation d'un
      * superviseur. Un mouvement sans rangee au maitre suit le
      * traitement normal et y est rejete.
           MOVE "N" TO VAC-TRN-RETENU.
           MOVE SPACES TO VAC-MOTIF-RETENUE.
           IF NOT TRN-AJOUT
               MOVE TRN-NOM-VACCIN  TO NOM-VACCIN OF IDX-VACCIN-REC
               MOVE TRN-REGION-CODE TO REGION-CODE OF IDX-VACCIN-REC
               READ IDX-FILE
                   KEY IS IDX-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 252-COMPARE-MASTER
               END-READ
           END-IF.

       252-COMPARE-MASTER.

           IF TRN-SUPPRIME
               MOVE "D" TO VAC-MOTIF-RETENUE
           ELSE
               MOVE NBR-AMUNE OF IDX-VACCIN-REC TO VAC-CPT-ANCIEN
               MOVE TRN-NBR-AMUNE TO VAC-CPT-NOUVEAU
               PERFORM 255-COMPARE-COUNTER
               MOVE NBR-ANE OF IDX-VACCIN-REC TO VAC-CPT-ANCIEN
               MOVE TRN-NBR-ANE TO VAC-CPT-NOUVEAU
               PERFORM 255-COMPARE-COUNTER
               MOVE NBR-COM OF IDX-VACCIN-REC TO VAC-CPT-ANCIEN
               MOVE TRN-NBR-COM TO VAC-CPT-NOUVEAU
               PERFORM 255-COMPARE-COUNTER
               MOVE NBR-TROIS OF IDX-VACCIN-REC TO VAC-CPT-ANCIEN
               MOVE TRN-NBR-TROIS TO VAC-CPT-NOUVEAU
               PERFORM 255-COMPARE-COUNTER
           END-IF.
           IF VAC-MOTIF-RETENUE NOT = SPACES
               MOVE "Y" TO VAC-TRN-RETENU
           END-IF.

       255-COMPARE-COUNTER.

      * Une baisse prime sur un ecart: les compteurs sont cumulatifs.
           IF VAC-CPT-NOUVEAU < VAC-CPT-ANCIEN
               MOVE "B" TO VAC-MOTIF-RETENUE
           ELSE
               COMPUTE VAC-CPT-ECART = VAC-CPT-NOUVEAU - VAC-CPT-ANCIEN
               IF VAC-CPT-ECART * 100
                       > VAC-CPT-ANCIEN * VACPRM-SEUIL-APPROB
                   AND VAC-MOTIF-RETENUE = SPACES
                   MOVE "E" TO VAC-MOTIF-RETENUE
               END-IF
           END-IF.

       260-HOLD-TRANSACTION.

           IF TRN-SAISI-PAR = SPACES
               MOVE "SAISISSEUR NON IDENTIFIE" TO VAC-REJECT-REASON
               PERFORM 280-WRITE-REJECTED
           ELSE
               ADD 1 TO VAC-HOLD-COUNT
               MOVE VAC-RUN-DATE      TO ATT-DATE-SAISIE
               MOVE TRN-SAISI-PAR     TO ATT-SAISI-PAR
               MOVE VAC-MOTIF-RETENUE TO ATT-MOTIF
               MOVE SPACES            TO ATT-DECISION
               MOVE SPACES            TO ATT-APPROUVE-PAR
               MOVE 0                 TO ATT-DATE-DECISION
               MOVE TRN-CODE-MVT      TO ATT-CODE-MVT
               MOVE TRN-NOM-VACCIN    TO ATT-NOM-VACCIN
               MOVE TRN-REGION-CODE   TO ATT-REGION-CODE
               MOVE TRN-NBR-AMUNE     TO ATT-NBR-AMUNE
               MOVE TRN-NBR-ANE       TO ATT-NBR-ANE
               MOVE TRN-NBR-COM       TO ATT-NBR-COM
               MOVE TRN-NBR-TROIS     TO ATT-NBR-TROIS
               PERFORM 265-ADD-PENDING-ENTRY
               MOVE "RETENU" TO VAC-REG-DISPOSITION
               IF ATT-MOTIF-SUPPRESSION
                   MOVE "SUPPRESSION A APPROUVER" TO VAC-REG-REASON
               ELSE
               IF ATT-MOTIF-BAISSE
                   MOVE "BAISSE D'UN CUMUL A APPROUVER"
                       TO VAC-REG-REASON
               ELSE
                   MOVE "ECART > SEUIL A APPROUVER" TO VAC-REG-REASON
               END-IF
               END-IF
               PERFORM 290-WRITE-REGISTER-LINE
           END-IF.

       265-ADD-PENDING-ENTRY.

           IF VAC-ATT-COUNT = 200
               MOVE "TABLE ATT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           ADD 1 TO VAC-ATT-COUNT.
           SET VAC-ATT-IDX TO VAC-ATT-COUNT.
           MOVE ATT-INFO TO VAC-ATT-IMAGE (VAC-ATT-IDX).

       270-WRITE-APPLIED.

           ADD 1 TO VAC-APPLIED-COUNT.
           MOVE "APPLIQUE" TO VAC-REG-DISPOSITION.
           MOVE SPACES TO VAC-REG-REASON.
           IF VAC-APPROUVE-PAR NOT = SPACES
               STRING "APPROUVE PAR " VAC-APPROUVE-PAR
                      DELIMITED BY SIZE
                   INTO VAC-REG-REASON
               END-STRING
           END-IF.
           PERFORM 290-WRITE-REGISTER-LINE.
           PERFORM 275-WRITE-JOURNAL.

           MOVE TRN-REGION-CODE TO JRN-REGION-CODE.
           MOVE VAC-IMAGE-AVANT TO JRN-IMAGE-AVANT.
           MOVE VAC-IMAGE-APRES TO JRN-IMAGE-APRES.
           MOVE VAC-APPROUVE-PAR TO JRN-APPROUVE-PAR.
           MOVE VAC-DATE-APPROB  TO JRN-DATE-APPROB.
           WRITE JRN-INFO.
           IF VAC-JRNFILE-STATUS NOT = "00"
               MOVE "VACJRNL.DAT" TO VAC-ERR-FILE-NAME
           CLOSE TRN-FILE.
           CLOSE JRN-FILE.

           PERFORM 330-REWRITE-PENDING.
           PERFORM 350-REWRITE-VACCIN-TXT.

           CLOSE IDX-FILE.
           MOVE VAC-REJECT-COUNT TO VAC-REG-CNT-AMT.
           MOVE VAC-REG-COUNT-LINE TO REG-REC.
           WRITE REG-REC.
           MOVE "MOUVEMENTS RETENUS:" TO VAC-REG-CNT-LABEL.
           MOVE VAC-HOLD-COUNT TO VAC-REG-CNT-AMT.
           MOVE VAC-REG-COUNT-LINE TO REG-REC.
           WRITE REG-REC.
           MOVE "APPROBATIONS TRAITEES:" TO VAC-REG-CNT-LABEL.
           MOVE VAC-APPROVED-COUNT TO VAC-REG-CNT-AMT.
           MOVE VAC-REG-COUNT-LINE TO REG-REC.
           WRITE REG-REC.
           MOVE "REFUS DU SUPERVISEUR:" TO VAC-REG-CNT-LABEL.
           MOVE VAC-REFUSED-COUNT TO VAC-REG-CNT-AMT.
           MOVE VAC-REG-COUNT-LINE TO REG-REC.
           WRITE REG-REC.
           MOVE "EN ATTENTE D'APPROBATION:" TO VAC-REG-CNT-LABEL.
           MOVE VAC-ATT-COUNT TO VAC-REG-CNT-AMT.
           MOVE VAC-REG-COUNT-LINE TO REG-REC.
           WRITE REG-REC.
           CLOSE REG-FILE.

           DISPLAY "VACUPD TERMINE - APPLIQUES: " VAC-APPLIED-COUNT
               " REJETES: " VAC-REJECT-COUNT.
           DISPLAY "MOUVEMENTS EN ATTENTE D'APPROBATION: "
               VAC-ATT-COUNT.
           DISPLAY "ENREGISTREMENTS MAITRES REECRITS: "
               VAC-MASTER-COUNT.
           PERFORM 850-WRITE-RUN-LOG.

       330-REWRITE-PENDING.

      * Le fichier ne garde que les mouvements sans decision: les
      * approuves sont au journal, les refuses au registre.
           OPEN OUTPUT ATT-FILE.
           IF VAC-ATTFILE-STATUS NOT = "00"
               MOVE "VACATTN.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-ATTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.
           PERFORM 335-WRITE-ONE-PENDING
               VARYING VAC-ATT-IDX FROM 1 BY 1
               UNTIL VAC-ATT-IDX > VAC-ATT-COUNT.
           CLOSE ATT-FILE.

       335-WRITE-ONE-PENDING.

           MOVE VAC-ATT-IMAGE (VAC-ATT-IDX) TO ATT-INFO.
           WRITE ATT-REC FROM ATT-INFO.
           IF VAC-ATTFILE-STATUS NOT = "00"
               MOVE "VACATTN.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-ATTFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

       340-LOAD-AGE-ROWS.

      * Le maitre ne porte pas la ventilation par groupe d'age (voir
