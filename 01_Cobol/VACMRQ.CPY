      ******************************************************************
      * Copybook: VACMRQ
      * Purpose: Bloc d'appel du sous-programme VACMRQ de validation
      *          des marques contre le referentiel VACMARQ.TXT. Le
      *          programme appelant place le nom lu dans la source;
      *          VACMRQ retourne le nom officiel, le fabricant, le
      *          nombre de doses de la serie primaire et le code de
      *          retour (0 = marque active, 1 = marque inconnue,
      *          2 = marque retiree, 9 = referentiel absent, le nom
      *          est alors retourne tel quel).
      ******************************************************************
       01 VACMRQ-AREA.
           05 VACMRQ-NOM-SAISI       PIC X(16).
           05 VACMRQ-NOM-OFFICIEL    PIC X(16).
           05 VACMRQ-FABRICANT       PIC X(20).
           05 VACMRQ-NBR-DOSES       PIC 9(1).
           05 VACMRQ-RETOUR          PIC X(1).
               88 VACMRQ-VALIDE             VALUE "0".
               88 VACMRQ-INCONNUE           VALUE "1".
               88 VACMRQ-RETIREE            VALUE "2".
               88 VACMRQ-SANS-REFERENCE     VALUE "9".
