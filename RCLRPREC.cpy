      * RCLRPREC.cpy
      * Ligne du rapport de reclassement du catalogue : chaque carre
      * classe avec ses familles, les carres dont la grille ne
      * revalide plus, puis les totaux par famille.
       01 RCLRAP-RECORD            PIC X(132).
