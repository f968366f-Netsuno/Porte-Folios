      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Sous-programme de validation des marques de vaccin.
      *          Charge une seule fois le referentiel VACMARQ.TXT (voir
      *          VACMARQ) et, pour le nom recu dans VACMRQ-AREA,
      *          retourne le nom officiel de la marque (un alias est
      *          ramene a sa ligne officielle), son fabricant, le
      *          nombre de doses de la serie primaire et un code de
      *          retour: marque active, inconnue ou retiree. Si le
      *          referentiel est absent, le nom est retourne tel quel
      *          avec le code 9 et l'appelant l'accepte sans controle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACMRQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARQ-FILE ASSIGN TO "VACMARQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-MARQFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MARQ-FILE.
           COPY "VACMARQ.CPY".

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-CHARGE-SWITCH    PIC X(1) VALUE "N".
               88 VAC-REFERENTIEL-CHARGE   VALUE "O".
           05 VAC-ABSENT-SWITCH    PIC X(1) VALUE "N".
               88 VAC-REFERENTIEL-ABSENT   VALUE "O".

       01 VAC-FILE-STATUSES.
           05 VAC-MARQFILE-STATUS  PIC X(2) VALUE "00".

       01 VAC-MARQ-TABLE.
           05 VAC-MARQ-COUNT       PIC 9(3) VALUE 0.
           05 VAC-MARQ-ENTRY OCCURS 100 TIMES
                   INDEXED BY VAC-MARQ-IDX.
               10 VAC-MARQ-NOM         PIC X(16).
               10 VAC-MARQ-OFFICIEL    PIC X(16).
               10 VAC-MARQ-FABRICANT   PIC X(20).
               10 VAC-MARQ-DOSES       PIC 9(1).
               10 VAC-MARQ-STATUT      PIC X(1).

       LINKAGE SECTION.
           COPY "VACMRQ.CPY".

       PROCEDURE DIVISION USING VACMRQ-AREA.
       000-MAIN.

           IF NOT VAC-REFERENTIEL-CHARGE
               PERFORM 100-CHARGER-REFERENTIEL
           END-IF.

           MOVE VACMRQ-NOM-SAISI TO VACMRQ-NOM-OFFICIEL.
           MOVE SPACES TO VACMRQ-FABRICANT.
           MOVE 0 TO VACMRQ-NBR-DOSES.

           IF VAC-REFERENTIEL-ABSENT
               MOVE "9" TO VACMRQ-RETOUR
               GOBACK
           END-IF.

           PERFORM 200-RESOUDRE-MARQUE.
           GOBACK.

       100-CHARGER-REFERENTIEL.

           MOVE "O" TO VAC-CHARGE-SWITCH.
           OPEN INPUT MARQ-FILE.
           IF VAC-MARQFILE-STATUS = "35"
               DISPLAY "VACMARQ.TXT ABSENT - MARQUES NON VALIDEES"
               MOVE "O" TO VAC-ABSENT-SWITCH
           ELSE
               IF VAC-MARQFILE-STATUS NOT = "00"
                   DISPLAY "VACMARQ.TXT ILLISIBLE - STATUT: "
                       VAC-MARQFILE-STATUS
                   MOVE "O" TO VAC-ABSENT-SWITCH
               ELSE
                   READ MARQ-FILE
                       AT END
                           MOVE "Y" TO EOF-SWITCH
                       NOT AT END
                           CONTINUE
                       END-READ
                   PERFORM 110-CHARGER-UNE-MARQUE
                       UNTIL EOF-SWITCH = "Y"
                   CLOSE MARQ-FILE
               END-IF
           END-IF.

       110-CHARGER-UNE-MARQUE.

           IF MARQ-NOM-VACCIN NOT = SPACES
               IF VAC-MARQ-COUNT >= 100
                   DISPLAY "TABLE MARQUE PLEINE - LIGNE IGNOREE: "
                       MARQ-NOM-VACCIN
               ELSE
                   ADD 1 TO VAC-MARQ-COUNT
                   SET VAC-MARQ-IDX TO VAC-MARQ-COUNT
                   MOVE MARQ-NOM-VACCIN
                       TO VAC-MARQ-NOM (VAC-MARQ-IDX)
                   MOVE MARQ-NOM-OFFICIEL
                       TO VAC-MARQ-OFFICIEL (VAC-MARQ-IDX)
                   MOVE MARQ-FABRICANT
                       TO VAC-MARQ-FABRICANT (VAC-MARQ-IDX)
                   MOVE MARQ-STATUT
                       TO VAC-MARQ-STATUT (VAC-MARQ-IDX)
                   IF MARQ-NBR-DOSES IS NUMERIC
                       MOVE MARQ-NBR-DOSES
                           TO VAC-MARQ-DOSES (VAC-MARQ-IDX)
                   ELSE
                       MOVE 0 TO VAC-MARQ-DOSES (VAC-MARQ-IDX)
                   END-IF
               END-IF
           END-IF.

           READ MARQ-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   CONTINUE
               END-READ.

      * Un alias renvoie a son nom officiel; les attributs et le statut
      * de la marque sont ceux de la ligne officielle.
       200-RESOUDRE-MARQUE.

           SET VAC-MARQ-IDX TO 1.
           SEARCH VAC-MARQ-ENTRY
               AT END
                   MOVE "1" TO VACMRQ-RETOUR
               WHEN VAC-MARQ-IDX > VAC-MARQ-COUNT
                   MOVE "1" TO VACMRQ-RETOUR
               WHEN VAC-MARQ-NOM (VAC-MARQ-IDX) = VACMRQ-NOM-SAISI
                   MOVE VAC-MARQ-OFFICIEL (VAC-MARQ-IDX)
                       TO VACMRQ-NOM-OFFICIEL
                   PERFORM 210-LIRE-LIGNE-OFFICIELLE
           END-SEARCH.

       210-LIRE-LIGNE-OFFICIELLE.

           SET VAC-MARQ-IDX TO 1.
           SEARCH VAC-MARQ-ENTRY
               AT END
                   MOVE "1" TO VACMRQ-RETOUR
               WHEN VAC-MARQ-IDX > VAC-MARQ-COUNT
                   MOVE "1" TO VACMRQ-RETOUR
               WHEN VAC-MARQ-NOM (VAC-MARQ-IDX) = VACMRQ-NOM-OFFICIEL
                   AND VAC-MARQ-OFFICIEL (VAC-MARQ-IDX)
                       = VACMRQ-NOM-OFFICIEL
                   MOVE VAC-MARQ-FABRICANT (VAC-MARQ-IDX)
                       TO VACMRQ-FABRICANT
                   MOVE VAC-MARQ-DOSES (VAC-MARQ-IDX)
                       TO VACMRQ-NBR-DOSES
                   IF VAC-MARQ-STATUT (VAC-MARQ-IDX) = "R"
                       MOVE "2" TO VACMRQ-RETOUR
                   ELSE
                       MOVE "0" TO VACMRQ-RETOUR
                   END-IF
           END-SEARCH.

       END PROGRAM VACMRQ.
