      * DEPPARM.cpy
      * Echange avec le module commun MatrixDep, appele par chaque
      * programme de la chaine en tete d'INITIALISATION-DEB : le
      * programme appelant (nom tel qu'il s'inscrit au journal
      * d'exploitation), la decision rendue et son motif.
      * DEP-DECISION : O = demarrage autorise, F = reprise forcee
      * malgre un predecesseur non propre (CHAINFRC), R = demarrage
      * refuse, predecesseur non propre.
       01 DEP-DEMANDE.
           05 DEP-PROGRAMME       PIC X(10).
           05 DEP-DECISION        PIC X(01).
              88 Dep-Autorise     VALUE 'O'.
              88 Dep-Force        VALUE 'F'.
              88 Dep-Refuse       VALUE 'R'.
           05 DEP-MOTIF           PIC X(60).
