      * CORRREC.cpy
      * Journal des corrections de l'ecran de recyclage des rejets
      * (MatrixCor) : un enregistrement par decision de
      * l'operateur, ajoute en fin de fichier a chaque session.
      *   action C = cellule corrigee : position dans la matrice
      *              (indice, ligne, colonne), motif du rejet,
      *              octets d'origine et valeur saisie ;
      *   action A = matrice abandonnee, non resoumise (position et
      *              valeur d'origine de la cellule alors fautive,
      *              valeur saisie a blanc).
      * Le lot des rejets est celui de REJETS (prefixe R), le lot
      * corrige celui du mini-lot ecrit dans REJCORR (prefixe CO).
       01 CORR-RECORD.
           05 CORR-HORODATE       PIC X(26).
           05 FILLER              PIC X(01).
           05 CORR-OPERATEUR      PIC X(08).
           05 FILLER              PIC X(01).
           05 CORR-LOT-REJETS     PIC X(10).
           05 FILLER              PIC X(01).
           05 CORR-LOT-CORRIGE    PIC X(10).
           05 FILLER              PIC X(01).
           05 CORR-NUM-MATRICE    PIC 9(06).
           05 FILLER              PIC X(01).
           05 CORR-ACTION         PIC X(01).
               88 Corr-Cellule-Corrigee    VALUE 'C'.
               88 Corr-Matrice-Abandonnee  VALUE 'A'.
           05 FILLER              PIC X(01).
           05 CORR-CELLULE        PIC 9(04).
           05 FILLER              PIC X(01).
           05 CORR-LIGNE          PIC 9(02).
           05 FILLER              PIC X(01).
           05 CORR-COLONNE        PIC 9(02).
           05 FILLER              PIC X(01).
           05 CORR-MOTIF          PIC X(01).
           05 FILLER              PIC X(01).
           05 CORR-VAL-AVANT      PIC X(04).
           05 FILLER              PIC X(01).
           05 CORR-VAL-APRES      PIC S9(3)
                                   SIGN LEADING SEPARATE CHARACTER.
