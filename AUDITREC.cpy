           05 FILLER              PIC X(01) VALUE SPACE.
           05 AUDIT-MAGIQUE       PIC X(01).
      * Numero de serie attribue au catalogue maitre (CATREC.cpy) ;
      * zero pour une matrice non magique, qui n'est pas cataloguee
      * (sauf le presque-carre semi-magique, catalogue pour les
      * pages debutants avec AUDIT-MAGIQUE a N).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AUDIT-SERIE         PIC 9(08).
      * Marque de doublon : D quand le carre (a une rotation ou une
      * un doublon est audite mais ni catalogue ni exporte.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AUDIT-DOUBLON       PIC X(01).
      * Contributeur qui a fourni la matrice (DET-CONTRIBUTEUR de
      * l'extrait) ; a blanc en mode interactif ou pour une matrice
      * maison. Sert au releve mensuel des contributeurs (MatrixPaie).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AUDIT-CONTRIBUTEUR  PIC X(08).
