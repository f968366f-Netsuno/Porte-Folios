           MOVE 0             TO VACPRM-DATE-EXECUTION.
           MOVE 30            TO VACPRM-HORIZON-EXPIR.
           MOVE "P"           TO VACPRM-MODE.
           MOVE 0             TO VACPRM-FIN-CAMPAGNE.
           MOVE 3             TO VACPRM-GENERATIONS.
           MOVE 100           TO VACPRM-TOLERANCE-ECART.
           MOVE 10            TO VACPRM-SEUIL-APPROB.
           MOVE 5             TO VACPRM-PART-MIN.
           MOVE 50            TO VACPRM-PART-MAX.

       200-TRAITER-UNE-LIGNE.

           ELSE
           IF VAC-PRM-CLEF = "MODE"
               PERFORM 240-APPLIQUER-MODE
           ELSE
           IF VAC-PRM-CLEF = "FIN-CAMPAGNE"
               PERFORM 245-APPLIQUER-FIN-CAMPAGNE
           ELSE
           IF VAC-PRM-CLEF = "GENERATIONS"
               PERFORM 250-APPLIQUER-GENERATIONS
           ELSE
           IF VAC-PRM-CLEF = "TOLERANCE-ECART"
               PERFORM 255-APPLIQUER-TOLERANCE
           ELSE
           IF VAC-PRM-CLEF = "SEUIL-APPROBATION"
               PERFORM 260-APPLIQUER-SEUIL-APPROB
           ELSE
           IF VAC-PRM-CLEF = "PART-MIN-REGION"
               PERFORM 265-APPLIQUER-PART-MIN
           ELSE
           IF VAC-PRM-CLEF = "PART-MAX-REGION"
               PERFORM 270-APPLIQUER-PART-MAX
           ELSE
               DISPLAY "PARAMETRE INCONNU IGNORE: " VAC-PRM-CLEF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       220-APPLIQUER-INTERVALLE.
               DISPLAY "MODE INVALIDE IGNORE: " VAC-PRM-VALEUR
           END-IF.

       245-APPLIQUER-FIN-CAMPAGNE.

           IF VAC-PRM-VALEUR (1:8) IS NUMERIC
               MOVE VAC-PRM-VALEUR (1:8) TO VACPRM-FIN-CAMPAGNE
           ELSE
               DISPLAY "FIN-CAMPAGNE INVALIDE IGNOREE: "
                   VAC-PRM-VALEUR
           END-IF.

       250-APPLIQUER-GENERATIONS.

           IF VAC-PRM-VALEUR (1:2) IS NUMERIC
               AND VAC-PRM-VALEUR (1:2) NOT = "00"
               MOVE VAC-PRM-VALEUR (1:2) TO VACPRM-GENERATIONS
           ELSE
               DISPLAY "GENERATIONS INVALIDE IGNORE: "
                   VAC-PRM-VALEUR
           END-IF.

       255-APPLIQUER-TOLERANCE.

           IF VAC-PRM-VALEUR (1:6) IS NUMERIC
               MOVE VAC-PRM-VALEUR (1:6) TO VACPRM-TOLERANCE-ECART
           ELSE
               DISPLAY "TOLERANCE-ECART INVALIDE IGNOREE: "
                   VAC-PRM-VALEUR
           END-IF.

       260-APPLIQUER-SEUIL-APPROB.

           IF VAC-PRM-VALEUR (1:3) IS NUMERIC
               MOVE VAC-PRM-VALEUR (1:3) TO VACPRM-SEUIL-APPROB
           ELSE
               DISPLAY "SEUIL-APPROBATION INVALIDE IGNORE: "
                   VAC-PRM-VALEUR
           END-IF.

       265-APPLIQUER-PART-MIN.

           IF VAC-PRM-VALEUR (1:3) IS NUMERIC
               AND VAC-PRM-VALEUR (1:3) NOT > "100"
               MOVE VAC-PRM-VALEUR (1:3) TO VACPRM-PART-MIN
           ELSE
               DISPLAY "PART-MIN-REGION INVALIDE IGNOREE: "
                   VAC-PRM-VALEUR
           END-IF.

       270-APPLIQUER-PART-MAX.

           IF VAC-PRM-VALEUR (1:3) IS NUMERIC
               AND VAC-PRM-VALEUR (1:3) NOT = "000"
               AND VAC-PRM-VALEUR (1:3) NOT > "100"
               MOVE VAC-PRM-VALEUR (1:3) TO VACPRM-PART-MAX
           ELSE
               DISPLAY "PART-MAX-REGION INVALIDE IGNOREE: "
                   VAC-PRM-VALEUR
           END-IF.

       END PROGRAM VACPRM.
