      * ANNRPREC.cpy
      * Ligne du rapport d'annulation d'une parution : chaque serie
      * du manifeste avec son sort (remise en stock V, refusee car
      * deja confirmee parue par MatrixRet, hors etat P, inconnue
      * au catalogue), puis la balance contre le total de carres
      * retenus annonce par le manifeste.
       01 ANNRAP-RECORD            PIC X(132).
