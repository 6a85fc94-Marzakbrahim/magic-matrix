      * PREVRPREC.cpy
      * Ligne du rapport de prevision du stock : la demande des
      * plans de parution a venir par taille et constante, le stock
      * V du catalogue en face, le manque eventuel (et la demande
      * de generation ecrite pour le combler), et les constantes
      * demandees qu'aucune generation ne peut atteindre.
       01 PREVRAP-RECORD           PIC X(132).
