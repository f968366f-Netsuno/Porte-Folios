           05 VAC-CTL-EOF      PIC X(1) VALUE "N".
           05 VAC-CTL-TRAILER-SEEN PIC X(1) VALUE "N".
           05 VAC-CTL-IMBALANCE    PIC X(1) VALUE "N".
           05 VAC-MARQUE-REJETEE   PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER      PIC 9(4) VALUE 0.
               10 VAC-RGN-TOT-ANE    PIC 9(10).
               10 VAC-RGN-TOT-COM    PIC 9(10).

       01 VAC-PRODUIT-TABLE.
           05 VAC-PRODUIT-COUNT    PIC 9(3) VALUE 0.
           05 VAC-PRODUIT-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON VAC-PRODUIT-COUNT
                   INDEXED BY VAC-PRD-IDX.
               10 VAC-PRD-NOM        PIC X(16).
               10 VAC-PRD-TOT-AMUNE  PIC 9(10).

       01 VAC-PCT-WORK             PIC 999V99 VALUE 0.

       01 VAC-RECONCILE-WORK.
           05 VAC-MISMATCH-AMT     PIC S9(8) VALUE 0.
           05 VAC-ERR-COUNT        PIC 9(3) VALUE 0.
           05 VAC-MALFORMED-COUNT  PIC 9(3) VALUE 0.
           05 VAC-MARQUE-COUNT     PIC 9(3) VALUE 0.

       01 VAC-ERR-DETAIL-LINE.
           05 VAC-ERR-NOM          PIC X(16).
           05 FILLER               PIC X(30) VALUE
               "DONNEES NUMERIQUES INVALIDES".

       01 VAC-ERR-MARQUE-LINE.
           05 VAC-ERR-MRQ-NOM      PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-ERR-MRQ-REGION   PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VAC-ERR-MRQ-MOTIF    PIC X(30).

       01 VAC-RESTART-NOTE-LINE.
           05 FILLER               PIC X(41) VALUE
               "*** RAPPORT PARTIEL - REPRISE APRES ENR. ".

           COPY "VACPARM.CPY".

           COPY "VACMRQ.CPY".

       01 VAC-RUN-LOG-INFO.
           05 VAC-LOG-DATE-DEBUT   PIC 9(8) VALUE 0.
           05 VAC-LOG-HEURE-DEBUT  PIC 9(6) VALUE 0.

           PERFORM 215-VALIDATE-RECORD.
           IF VAC-RECORD-VALID = "N"
               IF VAC-MARQUE-REJETEE = "Y"
                   PERFORM 218-FLAG-REJECTED-BRAND
               ELSE
                   PERFORM 217-FLAG-MALFORMED-RECORD
               END-IF
           ELSE
               DISPLAY "Nom du Vaccin:" NOM-VACCIN
               DISPLAY "Nombre avec une dose: " NBR-ANE
               MOVE "N" TO VAC-RECORD-VALID
           END-IF.

      * Marque controlee contre le referentiel VACMARQ.TXT: un alias
      * est ramene au nom officiel, une marque inconnue ou retiree est
      * ecartee vers la liste des ecarts.
           MOVE "N" TO VAC-MARQUE-REJETEE.
           IF VAC-RECORD-VALID = "Y"
               MOVE NOM-VACCIN TO VACMRQ-NOM-SAISI
               CALL "VACMRQ" USING VACMRQ-AREA
               IF VACMRQ-INCONNUE OR VACMRQ-RETIREE
                   MOVE "N" TO VAC-RECORD-VALID
                   MOVE "Y" TO VAC-MARQUE-REJETEE
               ELSE
                   MOVE VACMRQ-NOM-OFFICIEL TO NOM-VACCIN
               END-IF
           END-IF.

       217-FLAG-MALFORMED-RECORD.

           ADD 1 TO VAC-MALFORMED-COUNT.
           MOVE VAC-ERR-MALFORMED-LINE TO ERR-REC.
           WRITE ERR-REC.

       218-FLAG-REJECTED-BRAND.

           ADD 1 TO VAC-MARQUE-COUNT.
           MOVE NOM-VACCIN TO VAC-ERR-MRQ-NOM.
           MOVE REGION-CODE TO VAC-ERR-MRQ-REGION.
           IF VACMRQ-RETIREE
               MOVE "MARQUE RETIREE - ECARTEE" TO VAC-ERR-MRQ-MOTIF
           ELSE
               MOVE "MARQUE INCONNUE - ECARTEE" TO VAC-ERR-MRQ-MOTIF
           END-IF.
           MOVE VAC-ERR-MARQUE-LINE TO ERR-REC.
           WRITE ERR-REC.

       220-CHECK-RECONCILE.

           COMPUTE VAC-SUM-OF-DOSES = NBR-ANE + NBR-COM.
               PERFORM 900-FILE-ERROR
           END-IF.

      * Un alias et son nom officiel arrivent sous la meme cle apres
      * validation: les lignes d'une meme marque et region sont
      * cumulees en une seule rangee.
           SET VAC-IDX TO 1.
           SEARCH VAC-BRAND-ENTRY
               AT END
                   PERFORM 251-ADD-NEW-BRAND
               WHEN VAC-IDX > VAC-POP-COUNT
                   PERFORM 251-ADD-NEW-BRAND
               WHEN VAC-T-NOM-VACCIN (VAC-IDX) = NOM-VACCIN
                   AND VAC-T-REGION-CODE (VAC-IDX) = REGION-CODE
                   PERFORM 252-ADD-TO-BRAND
           END-SEARCH.

           ADD NBR-AMUNE TO VAC-TOTAL-AMUNE.
           ADD NBR-ANE   TO VAC-TOTAL-ANE.
           ADD NBR-COM   TO VAC-TOTAL-COM.
           ADD NBR-TROIS TO VAC-TOTAL-TROIS.

           PERFORM 255-ACCUMULATE-REGION.
           PERFORM 258-ACCUMULATE-PRODUIT.

       251-ADD-NEW-BRAND.

           IF VAC-POP-COUNT = 999
               MOVE "TABLE MARQUE" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
           MOVE NBR-COM      TO VAC-T-NBR-COM (VAC-IDX).
           MOVE NBR-TROIS    TO VAC-T-NBR-TROIS (VAC-IDX).

       252-ADD-TO-BRAND.

           ADD NBR-AMUNE TO VAC-T-NBR-AMUNE (VAC-IDX).
           ADD NBR-ANE   TO VAC-T-NBR-ANE (VAC-IDX).
           ADD NBR-COM   TO VAC-T-NBR-COM (VAC-IDX).
           ADD NBR-TROIS TO VAC-T-NBR-TROIS (VAC-IDX).

       255-ACCUMULATE-REGION.

           ADD NBR-ANE   TO VAC-RGN-TOT-ANE (VAC-RGN-IDX).
           ADD NBR-COM   TO VAC-RGN-TOT-COM (VAC-RGN-IDX).

       258-ACCUMULATE-PRODUIT.

           SET VAC-PRD-IDX TO 1.
           SEARCH VAC-PRODUIT-ENTRY
               AT END
                   PERFORM 259-ADD-NEW-PRODUIT
               WHEN VAC-PRD-NOM (VAC-PRD-IDX) = NOM-VACCIN
                   ADD NBR-AMUNE TO VAC-PRD-TOT-AMUNE (VAC-PRD-IDX)
           END-SEARCH.

       259-ADD-NEW-PRODUIT.

           IF VAC-PRODUIT-COUNT = 50
               MOVE "TABLE PRODUIT" TO VAC-ERR-FILE-NAME
               MOVE "99" TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           ADD 1 TO VAC-PRODUIT-COUNT.
           SET VAC-PRD-IDX TO VAC-PRODUIT-COUNT.
           MOVE NOM-VACCIN TO VAC-PRD-NOM (VAC-PRD-IDX).
           MOVE NBR-AMUNE  TO VAC-PRD-TOT-AMUNE (VAC-PRD-IDX).

       260-WRITE-CHECKPOINT.

           OPEN OUTPUT CKPT-FILE.
               MOVE "AUCUN ENREGISTREMENT MAL FORME DETECTE" TO ERR-REC
               WRITE ERR-REC
           END-IF.

           IF VAC-MARQUE-COUNT = 0
               MOVE "AUCUNE MARQUE INCONNUE OU RETIREE" TO ERR-REC
               WRITE ERR-REC
           END-IF.
           CLOSE ERR-FILE.

           PERFORM 270-RESET-CHECKPOINT.
           WRITE SUM-REC.

           PERFORM 360-WRITE-BRAND-LINE
               VARYING VAC-PRD-IDX FROM 1 BY 1
               UNTIL VAC-PRD-IDX > VAC-PRODUIT-COUNT.

           MOVE SPACES TO SUM-REC.
           WRITE SUM-REC.

       360-WRITE-BRAND-LINE.

           MOVE VAC-PRD-NOM (VAC-PRD-IDX) TO VAC-SUM-NOM.
           MOVE VAC-PRD-TOT-AMUNE (VAC-PRD-IDX) TO VAC-SUM-AMUNE.

           IF VAC-TOTAL-AMUNE > 0
               COMPUTE VAC-PCT-WORK ROUNDED =
                   (VAC-PRD-TOT-AMUNE (VAC-PRD-IDX) * 100)
                       / VAC-TOTAL-AMUNE
           ELSE
               MOVE 0 TO VAC-PCT-WORK
           END-IF.
               MOVE VAC-TIME-HHMMSS TO LOG-HEURE-FIN
               MOVE REC-COUNTER TO LOG-NBR-LUS
               MOVE VAC-POP-COUNT TO LOG-NBR-ECRITS
               COMPUTE LOG-NBR-ERREURS =
                   VAC-ERR-COUNT + VAC-MARQUE-COUNT
               MOVE VAC-MALFORMED-COUNT TO LOG-NBR-MALFORMES
               MOVE VAC-LOG-STATUT TO LOG-STATUT
               IF LOG-EXEC-ABANDONNEE
