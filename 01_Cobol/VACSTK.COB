      *          semaine (approchee par l'ecart entre les deux
      *          derniers passages de l'historique VACHIST.DAT, comme
      *          le fait VACTREND) et marque toute marque dont le
      *          stock est sous cette demande. Les doses en main des
      *          lots rappeles ou en quarantaine (VACRETR.DAT, voir
      *          VACRCL) sont retirees du stock disponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACSTK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-HISTFILE-STATUS.

           SELECT RETR-FILE ASSIGN TO "VACRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-RETRFILE-STATUS.

           SELECT INV-FILE ASSIGN TO "VACINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-INVFILE-STATUS.
       FD HIST-FILE.
           COPY "VACHIST.CPY".

       FD RETR-FILE.
           COPY "VACRETR.CPY".

       FD INV-FILE.
           COPY "VACINV.CPY".

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-HIST-ABSENT      PIC X(1) VALUE "N".
           05 VAC-RETR-ABSENT      PIC X(1) VALUE "N".

       01 COUNTERS.
           05 REC-COUNTER          PIC 9(4) VALUE 0.
           05 VAC-SHIPFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-HISTFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-RETRFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-INVFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-STKFILE-STATUS   PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS   PIC X(2) VALUE "00".
               10 VAC-STK-REGION     PIC X(4).
               10 VAC-STK-RECUES     PIC 9(10).
               10 VAC-STK-ADMIN      PIC 9(10).
               10 VAC-STK-RAPPEL     PIC 9(10).

       01 VAC-DMD-TABLE.
           05 VAC-DMD-COUNT        PIC 9(3) VALUE 0.
           05 VAC-STOCK-EN-MAIN    PIC S9(10) VALUE 0.
           05 VAC-DEMANDE-PREVUE   PIC S9(10) VALUE 0.

       01 VAC-STK-HEADING-LINE.
           05 FILLER               PIC X(45) VALUE
               "VACCIN            RGN       RECUES      ADMIN".
           05 FILLER               PIC X(26) VALUE
               "       RAPPEL        STOCK".

       01 VAC-STK-DETAIL-LINE.
           05 VAC-STK-LINE-NOM     PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-STK-LINE-ADMIN   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-STK-LINE-RAPPEL  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-STK-LINE-STOCK   PIC -ZZZ,ZZZ,ZZ9.

       01 VAC-BSM-HEADING-LINE     PIC X(64) VALUE
           PERFORM 060-LIRE-PARAMETRES.
           PERFORM 100-LOAD-SHIPMENTS.
           PERFORM 200-LOAD-ADMINISTERED.
           PERFORM 230-LOAD-WITHDRAWALS.
           PERFORM 250-LOAD-DEMAND.
           PERFORM 300-FIN.
           GOBACK.

       110-POST-ONE-SHIPMENT.

      * Une rangee planifiee par le plan d'allocation (lot *PREVU*,
      * voir VACSHIP.CPY) n'est pas encore une reception.
           IF SHIP-LOT-PREVU
               DISPLAY "LIVRAISON PREVUE NON CONFIRMEE IGNOREE: "
                   SHIP-NOM-VACCIN " " SHIP-REGION-CODE
           ELSE
           IF SHIP-NBR-DOSES IS NOT NUMERIC
               DISPLAY "LIVRAISON NON NUMERIQUE IGNOREE: "
                   SHIP-NOM-VACCIN
               MOVE SHIP-REGION-CODE TO VAC-STK-REGION-WORK
               PERFORM 150-FIND-OR-ADD-STOCK
               ADD SHIP-NBR-DOSES TO VAC-STK-RECUES (VAC-STK-IDX)
           END-IF
           END-IF.

           READ SHIP-FILE
           MOVE VAC-STK-REGION-WORK TO VAC-STK-REGION (VAC-STK-IDX).
           MOVE 0 TO VAC-STK-RECUES (VAC-STK-IDX).
           MOVE 0 TO VAC-STK-ADMIN (VAC-STK-IDX).
           MOVE 0 TO VAC-STK-RAPPEL (VAC-STK-IDX).

       200-LOAD-ADMINISTERED.

                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       230-LOAD-WITHDRAWALS.

      * Sans VACRETR.DAT (VACRCL n'a pas encore tourne), aucune dose
      * n'est retiree du stock.
           OPEN INPUT RETR-FILE.
           IF VAC-RETRFILE-STATUS = "35"
               MOVE "Y" TO VAC-RETR-ABSENT
               DISPLAY "VACRETR.DAT ABSENT - AUCUN LOT RETIRE DU STOCK"
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

           IF RETR-NBR-EN-MAIN IS NUMERIC
               MOVE RETR-NOM-VACCIN  TO VAC-STK-NOM-WORK
               MOVE RETR-REGION-CODE TO VAC-STK-REGION-WORK
               PERFORM 150-FIND-OR-ADD-STOCK
               ADD RETR-NBR-EN-MAIN TO VAC-STK-RAPPEL (VAC-STK-IDX)
           END-IF.

           READ RETR-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-COUNTER = REC-COUNTER + 1
               END-READ.

       250-LOAD-DEMAND.

           OPEN INPUT HIST-FILE.
           MOVE VAC-STK-REGION (VAC-STK-IDX) TO INV-REGION-CODE.
           MOVE VAC-STK-RECUES (VAC-STK-IDX) TO INV-NBR-RECUES.
           MOVE VAC-STK-ADMIN (VAC-STK-IDX)  TO INV-NBR-ADMIN.
           MOVE VAC-STK-RAPPEL (VAC-STK-IDX) TO INV-NBR-RAPPEL.
           COMPUTE INV-STOCK = VAC-STK-RECUES (VAC-STK-IDX)
               - VAC-STK-ADMIN (VAC-STK-IDX)
               - VAC-STK-RAPPEL (VAC-STK-IDX).
           WRITE INV-INFO.

       350-WRITE-REPORT.
           MOVE VAC-STK-REGION (VAC-STK-IDX) TO VAC-STK-LINE-REGION.
           MOVE VAC-STK-RECUES (VAC-STK-IDX) TO VAC-STK-LINE-RECUES.
           MOVE VAC-STK-ADMIN (VAC-STK-IDX)  TO VAC-STK-LINE-ADMIN.
           MOVE VAC-STK-RAPPEL (VAC-STK-IDX) TO VAC-STK-LINE-RAPPEL.
           COMPUTE VAC-STOCK-EN-MAIN = VAC-STK-RECUES (VAC-STK-IDX)
               - VAC-STK-ADMIN (VAC-STK-IDX)
               - VAC-STK-RAPPEL (VAC-STK-IDX).
           MOVE VAC-STOCK-EN-MAIN TO VAC-STK-LINE-STOCK.
           MOVE VAC-STK-DETAIL-LINE TO STK-REC.
           WRITE STK-REC.
