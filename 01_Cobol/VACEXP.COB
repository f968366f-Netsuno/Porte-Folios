      *          derniers passages de l'historique VACHIST.DAT (meme
      *          approximation que VACSTK). VACEXP.RPT projette ainsi
      *          les doses qui seront jetees si rien ne change, pour
      *          la demande du vendredi de la sante publique. Les
      *          livraisons d'un lot rappele ou en quarantaine
      *          (VACRETR.DAT, voir VACRCL) sont sorties de l'ordre de
      *          consommation et du stock a risque; les doses deja
      *          administrees de ces lots sont deduites avant
      *          l'imputation aux autres lots.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACEXP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-HISTFILE-STATUS.

           SELECT RETR-FILE ASSIGN TO "VACRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RETRFILE-STATUS.

           SELECT EXP-FILE ASSIGN TO "VACEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-EXPFILE-STATUS.
       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD RETR-FILE.
           COPY "VACRETR.CPY".

       FD EXP-FILE.
       01 EXP-REC                  PIC X(80).

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-RETR-ABSENT      PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-RISK-COUNT       PIC 9(3) VALUE 0.
           05 VAC-RAPPEL-COUNT     PIC 9(3) VALUE 0.

       01 VAC-FILE-STATUSES.
           05 VAC-SHIPFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RETRFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-EXPFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".

               10 VAC-LOT-NOM        PIC X(16).
               10 VAC-LOT-REGION     PIC X(4).
               10 VAC-LOT-NO         PIC X(10).
               10 VAC-LOT-RECU       PIC 9(8).
               10 VAC-LOT-EXPIR      PIC 9(8).
               10 VAC-LOT-DOSES      PIC 9(8).
               10 VAC-LOT-RESTE      PIC 9(8).
               10 VAC-LOT-TRAITE     PIC X(1).
                   88 VAC-LOT-RAPPELE      VALUE "R".

       01 VAC-ADM-TABLE.
           05 VAC-ADM-COUNT        PIC 9(3) VALUE 0.
           05 VAC-PERTE-PREVUE     PIC S9(10) VALUE 0.
           05 VAC-TOT-RISQUE       PIC 9(10) VALUE 0.
           05 VAC-TOT-PERTE        PIC 9(10) VALUE 0.
           05 VAC-TOT-RAPPEL       PIC 9(10) VALUE 0.

       01 VAC-EXP-TITLE-LINE.
           05 FILLER               PIC X(42) VALUE
           PERFORM 070-COMPUTE-HORIZON.
           PERFORM 100-LOAD-SHIPMENTS.
           PERFORM 200-LOAD-ADMINISTERED.
           PERFORM 230-LOAD-WITHDRAWALS.
           PERFORM 250-LOAD-DEMAND.
           PERFORM 280-CONSUME-FEFO
               VARYING VAC-ADM-IDX FROM 1 BY 1

       110-LOAD-ONE-LOT.

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
           MOVE REGION-CODE TO VAC-ADM-REGION (VAC-ADM-IDX).
           MOVE NBR-AMUNE   TO VAC-ADM-DOSES (VAC-ADM-IDX).

       230-LOAD-WITHDRAWALS.

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
               PERFORM 240-POST-ONE-WITHDRAWAL
                   UNTIL EOF-SWITCH = "Y"
               CLOSE RETR-FILE
           END-IF.

       240-POST-ONE-WITHDRAWAL.

      * La livraison rappelee sort de l'ordre de consommation (TRAITE
      * a "R", que 287-SCAN-ONE-LOT ne retient pas) et ses doses
      * deja administrees ne sont plus a imputer aux autres lots.
           PERFORM 245-EXCLUDE-ONE-LOT
               VARYING VAC-LOT-IDX FROM 1 BY 1
               UNTIL VAC-LOT-IDX > VAC-LOT-COUNT.

           IF RETR-NBR-AVANT IS NUMERIC
               SET VAC-ADM-IDX TO 1
               SEARCH VAC-ADM-ENTRY
                   AT END
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

       245-EXCLUDE-ONE-LOT.

           IF NOT VAC-LOT-RAPPELE (VAC-LOT-IDX)
               AND VAC-LOT-NO (VAC-LOT-IDX) = RETR-NO-LOT
               AND VAC-LOT-NOM (VAC-LOT-IDX) = RETR-NOM-VACCIN
               AND VAC-LOT-REGION (VAC-LOT-IDX) = RETR-REGION-CODE
               AND VAC-LOT-RECU (VAC-LOT-IDX) = RETR-DATE-RECU
               ADD 1 TO VAC-RAPPEL-COUNT
               ADD VAC-LOT-RESTE (VAC-LOT-IDX) TO VAC-TOT-RAPPEL
               MOVE 0 TO VAC-LOT-RESTE (VAC-LOT-IDX)
               MOVE "R" TO VAC-LOT-TRAITE (VAC-LOT-IDX)
           END-IF.

       250-LOAD-DEMAND.

           OPEN INPUT HIST-FILE.
               WRITE EXP-REC
           END-IF.

           IF VAC-RAPPEL-COUNT > 0
               MOVE "LIVRAISONS RAPPELEES EXCLUES"
                   TO VAC-EXP-TOT-LABEL
               MOVE VAC-RAPPEL-COUNT TO VAC-EXP-TOT-AMT
               MOVE VAC-EXP-TOTAL-LINE TO EXP-REC
               WRITE EXP-REC
               MOVE "DOSES RECUES DE CES LOTS:   "
                   TO VAC-EXP-TOT-LABEL
               MOVE VAC-TOT-RAPPEL TO VAC-EXP-TOT-AMT
               MOVE VAC-EXP-TOTAL-LINE TO EXP-REC
               WRITE EXP-REC
           END-IF.

           IF VAC-HIST-ABSENT = "Y"
               MOVE "NOTE: HISTORIQUE ABSENT - DEMANDE PREVUE A ZERO"
                   TO EXP-REC
