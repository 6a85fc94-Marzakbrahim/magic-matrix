           05 CAT-ID-PARUTION      PIC X(08).
           05 CAT-PAGE             PIC 9(03).
           05 CAT-DATE-PARUTION    PIC 9(08).
      * Familles du carre (voir FAMDEF.cpy), posees par Matrix a la
      * verification, O ou N chacune. A blanc sur un carre
      * catalogue avant le classement tant que le reclassement
      * (MatrixRcl) n'est pas passe. Un carre semi-magique est un
      * presque-carre catalogue pour les pages debutants : il
      * n'est servi que par une ligne de plan qui le demande.
           05 CAT-FAMILLES.
              10 CAT-FAM-PANDIAGONAL   PIC X(01).
              10 CAT-FAM-ASSOCIATIF    PIC X(01).
              10 CAT-FAM-PLUS-PARFAIT  PIC X(01).
              10 CAT-FAM-SEMI-MAGIQUE  PIC X(01).
      * Contributeur qui a fourni le carre (repris de l'extrait par
      * Matrix, a blanc pour un carre maison ou catalogue avant),
      * et mois (AAAAMM) du releve MatrixPaie qui l'a paye : a blanc
      * tant que le carre n'est pas paye ; un carre paye ne l'est
      * jamais une seconde fois.
           05 CAT-CONTRIBUTEUR     PIC X(08).
           05 CAT-MOIS-PAIEMENT    PIC 9(06).
