      *          marque le journal permanent VACJRNL.DAT (alimente par
      *          VACUPD, en ordre chronologique) dans VACJINQ.RPT:
      *          date, code mouvement, region et compteurs avant et
      *          apres chaque modification, et l'approbateur d'un
      *          mouvement retenu pour approbation (voir VACAPPR).
      *          Repond a la question de l'auditeur "qui a change ce
      *          compteur et quelle etait la valeur d'avant" sans
      *          dependre des VACUPD.RPT jetes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACJINQ.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 VAC-JINQ-VIDE-TEXTE  PIC X(20).

       01 VAC-JINQ-APPROB-LINE.
           05 FILLER               PIC X(17) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "APPROUVE PAR ".
           05 VAC-JINQ-APPROB-PAR  PIC X(3).
           05 FILLER               PIC X(04) VALUE " LE ".
           05 VAC-JINQ-APPROB-DATE PIC X(8).

       01 VAC-JINQ-NOTFND-LINE.
           05 VAC-JINQ-NF-NOM      PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
               END-IF
           END-IF.

      * Les mouvements anterieurs au controle a deux personnes n'ont
      * pas d'approbateur (fin d'enregistrement a blanc).
           IF JRN-APPROUVE-PAR NOT = SPACES
               MOVE JRN-APPROUVE-PAR TO VAC-JINQ-APPROB-PAR
               MOVE JRN-DATE-APPROB  TO VAC-JINQ-APPROB-DATE
               MOVE VAC-JINQ-APPROB-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       230-WRITE-IMAGE-LINE.

           MOVE IMG-NBR-AMUNE TO VAC-JINQ-AMUNE.
