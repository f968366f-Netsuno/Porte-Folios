      ******************************************************************
      * Copybook: VACFEED
      * Purpose: Historique des envois par source (VACFEED.DAT, voir
      *          VACMERGE et VACSCORE). Un enregistrement par source et
      *          par execution de la consolidation: date et heure de
      *          l'execution, code de source et fichier, issue de
      *          l'envoi (R = recu, P = recu avec date d'entete
      *          perimee, M = manquant, A = absent avant l'heure
      *          limite, C = rejete au controle), date d'entete recue,
      *          nombre de details et de lignes par groupe d'age,
      *          doublons et marques ecartes, retard en minutes sur
      *          l'heure limite (source manquante ou absente plus tot
      *          le meme jour) et age en jours de la date d'entete. Le
      *          fichier est ecrit en ajout et jamais reecrit.
      ******************************************************************
       01 FEED-INFO.
           05 FEED-DATE-EXEC     PIC 9(8).
           05 FEED-HEURE-EXEC    PIC 9(6).
           05 FEED-SOURCE        PIC X(8).
           05 FEED-FICHIER       PIC X(40).
           05 FEED-STATUT        PIC X(1).
               88 FEED-RECUE            VALUE "R".
               88 FEED-PERIMEE          VALUE "P".
               88 FEED-MANQUANTE        VALUE "M".
               88 FEED-ECHEC-CONTROLE   VALUE "C".
               88 FEED-ABSENTE-AVANT-LIMITE VALUE "A".
           05 FEED-DATE-ENTETE   PIC 9(8).
           05 FEED-NBR-ENR       PIC 9(6).
           05 FEED-NBR-AGE       PIC 9(6).
           05 FEED-DOUBLONS      PIC 9(4).
           05 FEED-MARQUES       PIC 9(4).
           05 FEED-RETARD-MIN    PIC 9(4).
           05 FEED-AGE-JOURS     PIC 9(3).
