      *          mouvement (voir VACTRAN), cle marque/region et images
      *          completes de l'enregistrement maitre avant et apres
      *          (image a blanc pour l'avant d'un ajout et l'apres
      *          d'une suppression), puis initiales et date de
      *          l'approbation du superviseur pour un mouvement retenu
      *          (voir VACATTN; a blanc et a zero pour un mouvement
      *          applique sans approbation). Le fichier est ecrit en
      *          ajout et jamais reecrit: l'ordre des enregistrements
      *          est l'ordre chronologique. Consulte par VACJINQ pour
      *          l'audit provincial.
      ******************************************************************
       01 JRN-INFO.
           05 JRN-REGION-CODE  PIC X(4).
           05 JRN-IMAGE-AVANT  PIC X(52).
           05 JRN-IMAGE-APRES  PIC X(52).
           05 JRN-APPROUVE-PAR PIC X(3).
           05 JRN-DATE-APPROB  PIC 9(8).
