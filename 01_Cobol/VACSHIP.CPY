      *          reception de chaque expedition. Le numero de lot et
      *          la date d'expiration, ajoutes en fin
      *          d'enregistrement, alimentent le rapport de stock a
      *          echeance (voir VACEXP). Le plan d'allocation
      *          (VACALLOC) ajoute des rangees planifiees portant
      *          *PREVU* comme numero de lot et une expiration a zero;
      *          les programmes de stock les ignorent jusqu'a ce que
      *          l'approvisionnement confirme le lot et l'expiration
      *          dans VACMAINT a la reception.
      ******************************************************************
       01 SHIP-INFO.
           05 SHIP-DATE-RECU   PIC 9(8).
           05 SHIP-REGION-CODE PIC X(4).
           05 SHIP-NBR-DOSES   PIC 9(8).
           05 SHIP-NO-LOT      PIC X(10).
               88 SHIP-LOT-PREVU       VALUE "*PREVU*".
           05 SHIP-DATE-EXPIR  PIC 9(8).
