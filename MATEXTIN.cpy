      * cellule de l'extrait ; avec le compte d'enregistrements il
      * permet de refuser un extrait tronque ou corrompu avant de
      * livrer un lot incomplet a l'equipe de mise en page.
      * Chaque ligne de detail porte en queue l'identifiant du
      * contributeur (auteur pigiste, voir CTBREC.cpy) qui a fourni
      * la matrice, le meme sur toutes ses lignes ; Matrix le prend
      * sur la ligne 1. A blanc pour une matrice maison (MatrixGen)
      * ou un extrait anterieur.
       01 EXTRAIT-ENTETE.
           05 ENT-TYPE-ENR        PIC X(01).
           05 ENT-DATE-EXTRAIT    PIC 9(08).
           05 DET-TAILLE          PIC 9(02).
           05 DET-VAL OCCURS 8    PIC S9(3)
                                   SIGN LEADING SEPARATE CHARACTER.
           05 DET-CONTRIBUTEUR    PIC X(08).
       01 EXTRAIT-FIN.
           05 FIN-TYPE-ENR        PIC X(01).
           05 FIN-NB-DETAILS      PIC 9(08).
