      ******************************************************************
      * Copybook: VACMARQ
      * Purpose: Referentiel des marques de vaccin (VACMARQ.TXT), une
      *          ligne par nom reconnu dans les fichiers sources. La
      *          ligne officielle porte son propre nom comme nom
      *          officiel, avec le fabricant, le nombre de doses de la
      *          serie primaire et le statut (A = active, R = retiree).
      *          Une ligne d'alias (nom commercial ou ancien nom) ne
      *          porte que le nom officiel auquel elle renvoie; le
      *          reste est repris de la ligne officielle (voir VACMRQ).
      ******************************************************************
       01 MARQ-INFO.
           05 MARQ-NOM-VACCIN    PIC X(16).
           05 MARQ-NOM-OFFICIEL  PIC X(16).
           05 MARQ-FABRICANT     PIC X(20).
           05 MARQ-NBR-DOSES     PIC 9(1).
           05 MARQ-STATUT        PIC X(1).
               88 MARQ-ACTIVE           VALUE "A".
               88 MARQ-RETIREE          VALUE "R".
