      * INTGRPREC.cpy
      * Ligne du rapport d'exceptions du controle d'integrite.
       01 INTEGRAP-RECORD          PIC X(132).
