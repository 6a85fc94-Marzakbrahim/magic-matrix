      *                    M = series du manifeste de parution
      *                    (fichier MANIFEST de MatrixIss),
      *                    T = tout ce qui n'est pas encore produit
      *   PREQ-NIVEAU    : niveau de difficulte demande (1 a 3)
      *   PREQ-TYPE      : C ou blanc = grille a cases cachees,
      *                    E = repere l'erreur (grille complete dont
      *                    une case est modifiee, deux cases
      *                    echangees au niveau 3).
       01 PREQ-RECORD.
           05 PREQ-SELECTION      PIC X(01).
           05 PREQ-NIVEAU         PIC 9(01).
           05 PREQ-SERIE-DEB      PIC 9(08).
           05 PREQ-SERIE-FIN      PIC 9(08).
           05 PREQ-TYPE           PIC X(01).
