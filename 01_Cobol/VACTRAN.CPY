      * Purpose: Mouvement quotidien applique au maitre indexe
      *          VACIDX.DAT (voir VACUPD). Code mouvement: A = ajout,
      *          R = remplacement, D = suppression, suivi de la cle
      *          (marque et region) et des compteurs de dose. Les
      *          initiales du saisisseur terminent l'enregistrement:
      *          les suppressions et les remplacements importants sont
      *          retenus pour approbation (voir VACATTN et VACAPPR).
      ******************************************************************
       01 TRN-INFO.
           05 TRN-CODE-MVT    PIC X(1).
           05 TRN-NBR-ANE     PIC 9(8).
           05 TRN-NBR-COM     PIC 9(8).
           05 TRN-NBR-TROIS   PIC 9(8).
           05 TRN-SAISI-PAR   PIC X(3).
