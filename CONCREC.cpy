      * corrige (jusqu'a 56 cases cachees pour une grille 8x8 ;
      * les positions au-dela du nombre de caches de la grille
      * sont ignorees).
      * Pour un casse-tete "repere l'erreur" (type E au corrige), le
      * bulletin donne a la place des valeurs la position de la case
      * modifiee, ligne puis colonne sur deux chiffres chacune (les
      * deux cases echangees au niveau 3, dans n'importe quel
      * ordre).
       01 CONC-RECORD.
           05 CONC-SERIE          PIC 9(08).
           05 FILLER              PIC X(01).
           05 CONC-ENTRANT        PIC X(08).
           05 FILLER              PIC X(01).
           05 CONC-REPONSE.
              10 CONC-VAL OCCURS 56 PIC S9(3)
                                   SIGN LEADING SEPARATE CHARACTER.
           05 CONC-REPONSE-POSITIONS REDEFINES CONC-REPONSE.
              10 CONC-POSITION OCCURS 56.
                 15 CONC-POS-LIGNE   PIC 9(02).
                 15 CONC-POS-COLONNE PIC 9(02).
