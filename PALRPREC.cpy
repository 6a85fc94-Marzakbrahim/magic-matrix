      * PALRPREC.cpy
      * Ligne du palmares de la saison du jeu-concours : un
      * participant par ligne, classe par points (bulletins justes
      * ponderes par le niveau du casse-tete), avec ses bulletins
      * retenus, ses justes et ses doublons rejetes.
       01 PALRAP-RECORD            PIC X(132).
