      ******************************************************************
      * Copybook: VACCAL
      * Purpose: Calendrier des sources attendues (VACCAL.TXT, voir
      *          VACMERGE et VACSCORE). Une ligne par contributeur:
      *          code de source porte a son *ENTETE*, jours ou le
      *          fichier est du (LMMJVSD, un tiret pour un jour sans
      *          envoi), heure limite de reception HHMM, age maximal en
      *          jours de la date d'entete, action sur une source
      *          manquante ou perimee (A = avertir, B = bloquer la
      *          consolidation) et nom du fichier attendu dans
      *          VACSRC.TXT. Les lignes en * sont des commentaires.
      ******************************************************************
       01 CAL-INFO.
           05 CAL-SOURCE         PIC X(8).
           05 FILLER             PIC X(1).
           05 CAL-JOURS          PIC X(7).
           05 FILLER             PIC X(1).
           05 CAL-HEURE-LIMITE   PIC 9(4).
           05 FILLER             PIC X(1).
           05 CAL-DELAI-MAX      PIC 9(2).
           05 FILLER             PIC X(1).
           05 CAL-ACTION         PIC X(1).
               88 CAL-AVERTIR           VALUE "A".
               88 CAL-BLOQUER           VALUE "B".
           05 FILLER             PIC X(1).
           05 CAL-FICHIER        PIC X(40).
