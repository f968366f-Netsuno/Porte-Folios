      ******************************************************************
      * Author: Marc-Andre Giroux
      * Purpose: Sous-programme de copie des fichiers de la chaine pour
      *          les generations de sauvegarde (voir VACCHAIN et
      *          VACREST). Selon la fonction recue dans VACSAV-AREA,
      *          copie un fichier vivant vers sa copie de sauvegarde,
      *          restaure la copie sur le fichier vivant ou compte les
      *          enregistrements de l'un ou de l'autre. Le maitre
      *          indexe VACIDX.DAT est lu dans l'ordre de sa cle et
      *          sauvegarde en sequentiel ligne; la restauration le
      *          recree en indexe. Aucun arret n'est fait ici: une
      *          erreur de fichier est retournee a l'appelant, qui
      *          decide de l'abandon.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACSAV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN USING VAC-ORIG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLE
               ALTERNATE RECORD KEY IS REGION-CODE OF IDX-VACCIN-REC
                   WITH DUPLICATES
               FILE STATUS IS VAC-ORIGFILE-STATUS.

           SELECT SEQ-FILE ASSIGN USING VAC-ORIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ORIGFILE-STATUS.

           SELECT COP-FILE ASSIGN USING VAC-COP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-COPFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
           COPY "VACREC.CPY"
               REPLACING ==IN-INFO== BY ==IDX-VACCIN-REC==
                         ==IN-CLE==  BY ==IDX-CLE==.

       FD SEQ-FILE.
       01 SEQ-REC                  PIC X(256).

       FD COP-FILE.
       01 COP-REC                  PIC X(256).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X(1) VALUE "N".
           05 VAC-ORIG-OUVERT      PIC X(1) VALUE "N".
           05 VAC-COP-OUVERT       PIC X(1) VALUE "N".

       01 VAC-FILE-STATUSES.
           05 VAC-ORIGFILE-STATUS  PIC X(2) VALUE "00".
           05 VAC-COPFILE-STATUS   PIC X(2) VALUE "00".

       01 VAC-PARM-FILE-NAMES.
           05 VAC-ORIG-FILE-NAME   PIC X(64) VALUE SPACES.
           05 VAC-COP-FILE-NAME    PIC X(64) VALUE SPACES.

       01 VAC-ENR-WORK             PIC X(256).

       LINKAGE SECTION.
           COPY "VACSAV.CPY".

       PROCEDURE DIVISION USING VACSAV-AREA.
       000-MAIN.

           MOVE VACSAV-ORIGINE TO VAC-ORIG-FILE-NAME.
           MOVE VACSAV-COPIE TO VAC-COP-FILE-NAME.
           MOVE "N" TO EOF-SWITCH.
           MOVE "N" TO VAC-ORIG-OUVERT.
           MOVE "N" TO VAC-COP-OUVERT.
           MOVE 0 TO VACSAV-NBR-ENR.
           MOVE "0" TO VACSAV-RETOUR.
           MOVE SPACES TO VACSAV-FICHIER-ERR.
           MOVE SPACES TO VACSAV-STATUT-FICHIER.

           IF VACSAV-SAUVEGARDE
               PERFORM 100-SAUVEGARDER
           ELSE
           IF VACSAV-RESTAURATION
               PERFORM 200-RESTAURER
           ELSE
           IF VACSAV-COMPTE-ORIGINE
               PERFORM 300-COMPTER-ORIGINE
           ELSE
           IF VACSAV-COMPTE-COPIE
               PERFORM 400-COMPTER-COPIE
           ELSE
               DISPLAY "VACSAV - FONCTION INCONNUE: " VACSAV-FONCTION
               MOVE "9" TO VACSAV-RETOUR
               MOVE "VACSAV" TO VACSAV-FICHIER-ERR
               MOVE "FN" TO VACSAV-STATUT-FICHIER
           END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM 800-FERMER-FICHIERS.
           GOBACK.

      * Un fichier vivant absent au moment de la sauvegarde donne une
      * copie vide: la tranche reutilisee ne garde rien de la
      * generation qu'elle remplace.
       100-SAUVEGARDER.

           PERFORM 110-OUVRIR-ORIGINE-ENTREE.
           IF NOT VACSAV-ERREUR
               OPEN OUTPUT COP-FILE
               IF VAC-COPFILE-STATUS NOT = "00"
                   MOVE VAC-COP-FILE-NAME TO VACSAV-FICHIER-ERR
                   MOVE VAC-COPFILE-STATUS TO VACSAV-STATUT-FICHIER
                   MOVE "9" TO VACSAV-RETOUR
               ELSE
                   MOVE "O" TO VAC-COP-OUVERT
               END-IF
           END-IF.

           IF VACSAV-FAIT
               PERFORM 120-LIRE-ORIGINE
               PERFORM 130-COPIER-UN-ENR
                   UNTIL EOF-SWITCH = "Y" OR VACSAV-ERREUR
           END-IF.

       110-OUVRIR-ORIGINE-ENTREE.

           IF VACSAV-INDEXE
               OPEN INPUT IDX-FILE
           ELSE
               OPEN INPUT SEQ-FILE
           END-IF.
           IF VAC-ORIGFILE-STATUS = "35"
               MOVE "1" TO VACSAV-RETOUR
           ELSE
               IF VAC-ORIGFILE-STATUS NOT = "00"
                   MOVE VAC-ORIG-FILE-NAME TO VACSAV-FICHIER-ERR
                   MOVE VAC-ORIGFILE-STATUS TO VACSAV-STATUT-FICHIER
                   MOVE "9" TO VACSAV-RETOUR
               ELSE
                   MOVE "O" TO VAC-ORIG-OUVERT
               END-IF
           END-IF.

       120-LIRE-ORIGINE.

           IF VACSAV-INDEXE
               READ IDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       MOVE IDX-VACCIN-REC TO VAC-ENR-WORK
               END-READ
           ELSE
               READ SEQ-FILE
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       MOVE SEQ-REC TO VAC-ENR-WORK
               END-READ
           END-IF.
           IF EOF-SWITCH NOT = "Y" AND VAC-ORIGFILE-STATUS NOT = "00"
               MOVE VAC-ORIG-FILE-NAME TO VACSAV-FICHIER-ERR
               MOVE VAC-ORIGFILE-STATUS TO VACSAV-STATUT-FICHIER
               MOVE "9" TO VACSAV-RETOUR
           END-IF.

       130-COPIER-UN-ENR.

           MOVE VAC-ENR-WORK TO COP-REC.
           WRITE COP-REC.
           IF VAC-COPFILE-STATUS NOT = "00"
               MOVE VAC-COP-FILE-NAME TO VACSAV-FICHIER-ERR
               MOVE VAC-COPFILE-STATUS TO VACSAV-STATUT-FICHIER
               MOVE "9" TO VACSAV-RETOUR
           ELSE
               ADD 1 TO VACSAV-NBR-ENR
               PERFORM 120-LIRE-ORIGINE
           END-IF.

      * Le fichier vivant est recree en entier a partir de la copie;
      * une copie absente donne un fichier vivant vide.
       200-RESTAURER.

           PERFORM 210-OUVRIR-COPIE-ENTREE.
           IF NOT VACSAV-ERREUR
               IF VACSAV-INDEXE
                   OPEN OUTPUT IDX-FILE
               ELSE
                   OPEN OUTPUT SEQ-FILE
               END-IF
               IF VAC-ORIGFILE-STATUS NOT = "00"
                   MOVE VAC-ORIG-FILE-NAME TO VACSAV-FICHIER-ERR
                   MOVE VAC-ORIGFILE-STATUS TO VACSAV-STATUT-FICHIER
                   MOVE "9" TO VACSAV-RETOUR
               ELSE
                   MOVE "O" TO VAC-ORIG-OUVERT
               END-IF
           END-IF.

           IF VACSAV-FAIT
               PERFORM 220-LIRE-COPIE
               PERFORM 230-RESTAURER-UN-ENR
                   UNTIL EOF-SWITCH = "Y" OR VACSAV-ERREUR
           END-IF.

       210-OUVRIR-COPIE-ENTREE.

           OPEN INPUT COP-FILE.
           IF VAC-COPFILE-STATUS = "35"
               MOVE "1" TO VACSAV-RETOUR
           ELSE
               IF VAC-COPFILE-STATUS NOT = "00"
                   MOVE VAC-COP-FILE-NAME TO VACSAV-FICHIER-ERR
                   MOVE VAC-COPFILE-STATUS TO VACSAV-STATUT-FICHIER
                   MOVE "9" TO VACSAV-RETOUR
               ELSE
                   MOVE "O" TO VAC-COP-OUVERT
               END-IF
           END-IF.

       220-LIRE-COPIE.

           READ COP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   MOVE COP-REC TO VAC-ENR-WORK
           END-READ.
           IF EOF-SWITCH NOT = "Y" AND VAC-COPFILE-STATUS NOT = "00"
               MOVE VAC-COP-FILE-NAME TO VACSAV-FICHIER-ERR
               MOVE VAC-COPFILE-STATUS TO VACSAV-STATUT-FICHIER
               MOVE "9" TO VACSAV-RETOUR
           END-IF.

       230-RESTAURER-UN-ENR.

           IF VACSAV-INDEXE
               MOVE VAC-ENR-WORK TO IDX-VACCIN-REC
               WRITE IDX-VACCIN-REC
           ELSE
               MOVE VAC-ENR-WORK TO SEQ-REC
               WRITE SEQ-REC
           END-IF.
           IF VAC-ORIGFILE-STATUS NOT = "00"
               MOVE VAC-ORIG-FILE-NAME TO VACSAV-FICHIER-ERR
               MOVE VAC-ORIGFILE-STATUS TO VACSAV-STATUT-FICHIER
               MOVE "9" TO VACSAV-RETOUR
           ELSE
               ADD 1 TO VACSAV-NBR-ENR
               PERFORM 220-LIRE-COPIE
           END-IF.

       300-COMPTER-ORIGINE.

           PERFORM 110-OUVRIR-ORIGINE-ENTREE.
           IF VACSAV-FAIT
               PERFORM 120-LIRE-ORIGINE
               PERFORM 310-COMPTER-UN-ORIGINE
                   UNTIL EOF-SWITCH = "Y" OR VACSAV-ERREUR
           END-IF.

       310-COMPTER-UN-ORIGINE.

           ADD 1 TO VACSAV-NBR-ENR.
           PERFORM 120-LIRE-ORIGINE.

       400-COMPTER-COPIE.

           PERFORM 210-OUVRIR-COPIE-ENTREE.
           IF VACSAV-FAIT
               PERFORM 220-LIRE-COPIE
               PERFORM 410-COMPTER-UN-COPIE
                   UNTIL EOF-SWITCH = "Y" OR VACSAV-ERREUR
           END-IF.

       410-COMPTER-UN-COPIE.

           ADD 1 TO VACSAV-NBR-ENR.
           PERFORM 220-LIRE-COPIE.

       800-FERMER-FICHIERS.

           IF VAC-ORIG-OUVERT = "O"
               IF VACSAV-INDEXE
                   CLOSE IDX-FILE
               ELSE
                   CLOSE SEQ-FILE
               END-IF
           END-IF.
           IF VAC-COP-OUVERT = "O"
               CLOSE COP-FILE
           END-IF.

       END PROGRAM VACSAV.
