      * CTBREC.cpy
      * Fichier maitre des contributeurs (CONTRIB) : un auteur
      * pigiste par enregistrement, avec son identifiant (celui que
      * porte l'extrait, DET-CONTRIBUTEUR de MATEXTIN.cpy), son nom
      * et son tarif par carre publie selon la taille du carre,
      * tailles 2 a 8 (CTB-TARIF(TAILLE - 1)) ; un tarif a zero =
      * taille non remuneree pour ce contributeur.
       01 CONTRIB-RECORD.
           05 CTB-ID              PIC X(08).
           05 FILLER              PIC X(01).
           05 CTB-NOM             PIC X(30).
           05 FILLER              PIC X(01).
           05 CTB-TARIFS.
              10 CTB-TARIF OCCURS 7 PIC 9(05)V99.
