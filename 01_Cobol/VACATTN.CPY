      ******************************************************************
      * Copybook: VACATTN
      * Purpose: Mouvements du maitre retenus pour approbation
      *          (VACATTN.DAT). VACUPD y place les suppressions et les
      *          remplacements qui baissent un compteur cumulatif ou le
      *          font varier de plus de SEUIL-APPROBATION pour cent,
      *          avec la date et les initiales du saisisseur; un
      *          superviseur les approuve ou les rejette dans VACAPPR
      *          (decision, initiales et date). Au passage suivant,
      *          VACUPD applique les mouvements approuves, ecarte les
      *          rejetes et reporte ceux qui attendent encore.
      ******************************************************************
       01 ATT-INFO.
           05 ATT-DATE-SAISIE     PIC 9(8).
           05 ATT-SAISI-PAR       PIC X(3).
           05 ATT-MOTIF           PIC X(1).
               88 ATT-MOTIF-SUPPRESSION    VALUE "D".
               88 ATT-MOTIF-BAISSE         VALUE "B".
               88 ATT-MOTIF-ECART          VALUE "E".
           05 ATT-DECISION        PIC X(1).
               88 ATT-EN-ATTENTE           VALUE " ".
               88 ATT-APPROUVE             VALUE "A".
               88 ATT-REJETE               VALUE "R".
           05 ATT-APPROUVE-PAR    PIC X(3).
           05 ATT-DATE-DECISION   PIC 9(8).
           05 ATT-MOUVEMENT.
               10 ATT-CODE-MVT    PIC X(1).
               10 ATT-NOM-VACCIN  PIC X(16).
               10 ATT-REGION-CODE PIC X(4).
               10 ATT-NBR-AMUNE   PIC 9(8).
               10 ATT-NBR-ANE     PIC 9(8).
               10 ATT-NBR-COM     PIC 9(8).
               10 ATT-NBR-TROIS   PIC 9(8).
