      * CRIBRPREC.cpy
      * Ligne du rapport de criblage des soumissions : le verdict de
      * chaque grille soumise (nouvelle et son numero dans l'extrait,
      * doublon d'une serie du catalogue avec son etat et sa
      * parution, doublon d'une autre soumission du fichier, non
      * magique, illisible), puis les totaux par verdict.
       01 CRIBRAP-RECORD           PIC X(132).
