      * SOUMREC.cpy
      * Soumission d'un auteur exterieur au criblage MatrixCrib : une
      * grille par enregistrement, avec la reference donnee par
      * l'auteur, la taille (3 a 8) puis les valeurs ligne par
      * ligne, une valeur signee par cellule (les positions au-dela
      * de TAILLE x TAILLE sont ignorees). L'identifiant du
      * contributeur (CTBREC.cpy) suit les valeurs ; il est reporte
      * sur les lignes de l'extrait pour le releve mensuel.
       01 SOUMISSION-RECORD.
           05 SOUM-REFERENCE      PIC X(10).
           05 FILLER              PIC X(01).
           05 SOUM-TAILLE         PIC 9(02).
           05 SOUM-VAL OCCURS 64  PIC S9(3)
                                   SIGN LEADING SEPARATE CHARACTER.
           05 SOUM-CONTRIBUTEUR   PIC X(08).
