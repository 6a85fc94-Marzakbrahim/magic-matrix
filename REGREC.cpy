      * REGREC.cpy
      * Registre des participants du jeu-concours : une entree par
      * participant et par casse-tete, posee par MatrixCon au premier
      * bulletin corrige. Indexe sur participant + serie : un
      * bulletin suivant pour la meme serie est un doublon, rejete
      * sans correction et seulement compte ici. Le poids est le
      * niveau du casse-tete releve au suivi de production
      * PUZTRACK (1 quand la serie n'y figure pas) ; il fait les
      * points du palmares de la saison pour un bulletin juste.
       01 REG-RECORD.
           05 REG-CLE.
              10 REG-ENTRANT      PIC X(08).
              10 REG-SERIE        PIC 9(08).
           05 REG-DATE-CORRECTION PIC 9(08).
           05 REG-VERDICT         PIC X(01).
              88 Bulletin-Juste   VALUE 'J'.
              88 Bulletin-Faux    VALUE 'F'.
           05 REG-NB-FAUSSES      PIC 9(02).
           05 REG-NIVEAU          PIC 9(01).
           05 REG-POIDS           PIC 9(01).
           05 REG-NB-DOUBLONS     PIC 9(04).
