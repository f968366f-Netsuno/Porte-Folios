      *          sommaires mensuels (un par marque et par mois) dans
      *          VACHROLL.DAT; VACHIST.DAT est reecrit avec le seul
      *          detail recent pour que la tendance hebdomadaire
      *          continue de fonctionner indefiniment. Chaque
      *          versement d'archive est inscrit au registre
      *          VACARCL.DAT (voir VACARCL) avec les dates qu'il
      *          couvre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACARCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ROLLFILE-STATUS.

           SELECT ARCL-FILE ASSIGN TO "VACARCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-ARCLFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "VACLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-LOGFILE-STATUS.
       FD ROLL-FILE.
           COPY "VACROLL.CPY".

       FD ARCL-FILE.
           COPY "VACARCL.CPY".

       FD LOG-FILE.
           COPY "VACLOG.CPY".

           05 VAC-ARCHFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-ARCWFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-ROLLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-ARCLFILE-STATUS    PIC X(2) VALUE "00".
           05 VAC-LOGFILE-STATUS     PIC X(2) VALUE "00".

       01 VAC-FILE-ERROR-INFO.
           05 VAC-DATE-MAX           PIC 9(8) VALUE 0.
           05 VAC-DATE-CUTOFF        PIC 9(8) VALUE 0.
           05 VAC-JOURS-WORK         PIC S9(9) VALUE 0.
           05 VAC-ARCH-DATE-DEBUT    PIC 9(8) VALUE 0.
           05 VAC-ARCH-DATE-FIN      PIC 9(8) VALUE 0.

       01 VAC-ARCH-FILE-NAME.
           05 FILLER                 PIC X(4) VALUE "VACH".
       220-ARCHIVE-RECORD.

           ADD 1 TO VAC-ARCH-COUNT.
           IF VAC-ARCH-DATE-DEBUT = 0
               OR HIST-RUN-DATE < VAC-ARCH-DATE-DEBUT
               MOVE HIST-RUN-DATE TO VAC-ARCH-DATE-DEBUT
           END-IF.
           IF HIST-RUN-DATE > VAC-ARCH-DATE-FIN
               MOVE HIST-RUN-DATE TO VAC-ARCH-DATE-FIN
           END-IF.
           MOVE HIST-INFO TO WRK-HIST-INFO.
           WRITE WRK-HIST-INFO.
           IF VAC-ARCWFILE-STATUS NOT = "00"

           CLOSE ARCW-FILE.
           CLOSE ARCH-FILE.
           PERFORM 340-REGISTER-ARCHIVE.

       335-COPY-ONE-ARCHIVE.

                   CONTINUE
               END-READ.

       340-REGISTER-ARCHIVE.

           OPEN EXTEND ARCL-FILE.
           IF VAC-ARCLFILE-STATUS = "35"
               OPEN OUTPUT ARCL-FILE
           END-IF.
           IF VAC-ARCLFILE-STATUS NOT = "00"
               MOVE "VACARCL.DAT" TO VAC-ERR-FILE-NAME
               MOVE VAC-ARCLFILE-STATUS TO VAC-ERR-FILE-STATUS
               PERFORM 900-FILE-ERROR
           END-IF.

           MOVE VAC-ARCH-FILE-NAME TO ARCL-FICHIER.
           MOVE VAC-ARCH-DATE-DEBUT TO ARCL-DATE-DEBUT.
           MOVE VAC-ARCH-DATE-FIN TO ARCL-DATE-FIN.
           MOVE VAC-ARCH-COUNT TO ARCL-NBR-ENR.
           MOVE VAC-LOG-DATE-DEBUT TO ARCL-DATE-ARCH.
           WRITE ARCL-INFO.
           CLOSE ARCL-FILE.

       900-FILE-ERROR.

           DISPLAY "*** ERREUR FICHIER - ARRET DU TRAITEMENT ***".
