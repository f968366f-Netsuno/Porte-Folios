      ******************************************************************
      * Copybook: VACRAPL
      * Purpose: Fichier des rappels et mises en quarantaine de lots
      *          (VACRAPL.TXT), une ligne par lot vise: numero de lot
      *          et marque (voir VACSHIP), date d'effet du rappel,
      *          action demandee (Q = quarantaine, D = destruction) et
      *          motif. Exploite par VACRCL pour le rapport d'impact
      *          et le retrait des doses du stock (voir VACRETR).
      ******************************************************************
       01 RAPL-INFO.
           05 RAPL-NO-LOT        PIC X(10).
           05 RAPL-NOM-VACCIN    PIC X(16).
           05 RAPL-DATE-EFFET    PIC 9(8).
           05 RAPL-ACTION        PIC X(1).
               88 RAPL-QUARANTAINE      VALUE "Q".
               88 RAPL-DESTRUCTION      VALUE "D".
           05 RAPL-MOTIF         PIC X(30).
