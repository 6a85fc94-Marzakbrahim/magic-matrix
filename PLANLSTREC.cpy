      * PLANLSTREC.cpy
      * Liste des plans de parution a venir pour la prevision du
      * stock : un nom de fichier de plan (au format PLANREC.cpy)
      * par ligne, tel qu'il sera remis a MatrixIss le soir de
      * l'assemblage. Sans liste, seul PLANISSUE est prevu.
       01 PLANLST-RECORD.
           05 PLL-NOM-PLAN        PIC X(12).
