      * FAMDEF.cpy
      * Familles d'un carre, rendues par le module commun MatrixFam
      * a la verification (O = le carre appartient a la famille,
      * N = non) :
      *   PANDIAGONAL  : toutes les diagonales brisees, dans les
      *                  deux sens, ont la somme magique ;
      *   ASSOCIATIF   : les cases symetriques par rapport au
      *                  centre ont toutes la meme somme ;
      *   PLUS-PARFAIT : taille multiple de 4, pandiagonal, tout
      *                  bloc 2x2 (replie sur les bords) a la meme
      *                  somme, et les cases distantes d'une
      *                  demi-taille sur la diagonale aussi ;
      *   SEMI-MAGIQUE : presque magique - lignes et colonnes ont
      *                  la meme somme mais pas les diagonales (un
      *                  carre magique n'est jamais classe ici).
      * Les codes de famille des lignes de plan et des criteres de
      * MatrixCat sont P, A, M et S dans le meme ordre.
       01 FAMILLES-CARRE.
           05 FAM-PANDIAGONAL      PIC X(01).
               88 Fam-Pandiagonal-Oui   VALUE 'O'.
               88 Fam-Pandiagonal-Non   VALUE 'N'.
           05 FAM-ASSOCIATIF       PIC X(01).
               88 Fam-Associatif-Oui    VALUE 'O'.
               88 Fam-Associatif-Non    VALUE 'N'.
           05 FAM-PLUS-PARFAIT     PIC X(01).
               88 Fam-Plus-Parfait-Oui  VALUE 'O'.
               88 Fam-Plus-Parfait-Non  VALUE 'N'.
           05 FAM-SEMI-MAGIQUE     PIC X(01).
               88 Fam-Semi-Magique-Oui  VALUE 'O'.
               88 Fam-Semi-Magique-Non  VALUE 'N'.
