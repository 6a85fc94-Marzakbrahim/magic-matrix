       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixFam.

      * Module commun de classement des carres par famille, appele
      * juste apres MatrixVer par Matrix (classement a la
      * verification), par MatrixInt (revalidation du catalogue) et
      * par le reclassement du catalogue existant (MatrixRcl) : une
      * seule definition des familles pour tous les programmes.
      * MatrixVer ne rend que oui/non ; les redacteurs des
      * casse-tete veulent aussi les carres "speciaux" (voir
      * FAMDEF.cpy).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * indices pour parcourir la matrice et les diagonales
      * brisees (K = decalage de la diagonale) :
       01 I PIC 9(2).
       01 J PIC 9(2).
       01 K PIC 9(2).
      * Case partenaire (repliee sur les bords) :
       01 I2 PIC S9(3).
       01 J2 PIC S9(3).
      * Demi-taille pour le plus-parfait :
       01 DEMI-TAILLE PIC 9(2).

      * Sommes de travail et sommes de reference :
       01 SOMME-DIAG   PIC S9(5).
       01 SOMME-ANTI   PIC S9(5).
       01 SOMME-PAIRE  PIC S9(5).
       01 SOMME-REF    PIC S9(5).
       01 SOMME-BLOC   PIC S9(5).
       01 PRODUIT-BLOC PIC S9(7).
       01 PRODUIT-REF  PIC S9(7).

      * Resultat partiel d'un controle en cours :
       01 CTRL-FAMILLE PIC X.
           88 Famille-Tenue    VALUE 'O'.
           88 Famille-Rompue   VALUE 'N'.

       LINKAGE SECTION.

      * La taille classee (2 a 8) :
       01 FAM-TAILLE PIC 9(02).

      * La structure de la matrice et des sommes, partagee avec les
      * appelants (Sommes doit avoir ete rempli par MatrixVer) :
       COPY MATRDEF.

      * Le verdict de MatrixVer : Y = carre magique, N = pas
      * magique.
       01 FAM-MAGIQUE PIC X(01).

      * Les familles rendues :
       COPY FAMDEF.

       PROCEDURE DIVISION USING FAM-TAILLE Tab-Matrix Sommes
                                FAM-MAGIQUE FAMILLES-CARRE.

      *********************
       CLASSEMENT-CARRE.
      *********************
      * Un carre magique peut etre pandiagonal, associatif et
      * plus-parfait ; un carre non magique ne peut etre que
      * semi-magique (lignes et colonnes a la meme somme).
           MOVE 'N' TO FAM-PANDIAGONAL
           MOVE 'N' TO FAM-ASSOCIATIF
           MOVE 'N' TO FAM-PLUS-PARFAIT
           MOVE 'N' TO FAM-SEMI-MAGIQUE
           IF FAM-MAGIQUE = 'Y'
             PERFORM CONTROLER-PANDIAGONAL
                     THRU FIN-CONTROLER-PANDIAGONAL
             PERFORM CONTROLER-ASSOCIATIF
                     THRU FIN-CONTROLER-ASSOCIATIF
             IF Fam-Pandiagonal-Oui
               PERFORM CONTROLER-PLUS-PARFAIT
                       THRU FIN-CONTROLER-PLUS-PARFAIT
             END-IF
           ELSE
             PERFORM CONTROLER-SEMI-MAGIQUE
                     THRU FIN-CONTROLER-SEMI-MAGIQUE
           END-IF
           PERFORM FIN
           .

      *************************
       CONTROLER-PANDIAGONAL.
      *************************
      * Diagonale brisee de decalage K : la case de la ligne I est
      * en colonne I + K (repliee au-dela de TAILLE) dans le sens
      * principal, en colonne K - I + 2 (repliee en deca de 1)
      * dans le sens secondaire. K = 0 dans le sens principal
      * redonne la diagonale principale (I = J), K = TAILLE - 1
      * dans le sens secondaire la diagonale secondaire
      * (I + J = TAILLE + 1), toutes deux deja controlees par
      * MatrixVer.
           SET Famille-Tenue TO TRUE
           PERFORM VARYING K FROM 0 BY 1
                   UNTIL K >= FAM-TAILLE OR Famille-Rompue
             MOVE 0 TO SOMME-DIAG
             MOVE 0 TO SOMME-ANTI
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > FAM-TAILLE
               COMPUTE J2 = I + K
               IF J2 > FAM-TAILLE
                 SUBTRACT FAM-TAILLE FROM J2
               END-IF
               ADD Valeur(I J2) TO SOMME-DIAG
               COMPUTE J2 = K - I + 2
               IF J2 < 1
                 ADD FAM-TAILLE TO J2
               END-IF
               ADD Valeur(I J2) TO SOMME-ANTI
             END-PERFORM
             IF SOMME-DIAG NOT = Sm(1) OR SOMME-ANTI NOT = Sm(1)
               SET Famille-Rompue TO TRUE
             END-IF
           END-PERFORM
           IF Famille-Tenue
             SET Fam-Pandiagonal-Oui TO TRUE
           END-IF
           .
      ******************************
       FIN-CONTROLER-PANDIAGONAL. EXIT.
      ******************************

      ************************
       CONTROLER-ASSOCIATIF.
      ************************
      * Chaque case et sa symetrique par rapport au centre doivent
      * avoir la meme somme que le premier couple (coin haut gauche
      * et coin bas droit).
           SET Famille-Tenue TO TRUE
           COMPUTE SOMME-REF = Valeur(1 1)
                             + Valeur(FAM-TAILLE FAM-TAILLE)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FAM-TAILLE OR Famille-Rompue
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > FAM-TAILLE
               COMPUTE I2 = FAM-TAILLE + 1 - I
               COMPUTE J2 = FAM-TAILLE + 1 - J
               COMPUTE SOMME-PAIRE = Valeur(I J) + Valeur(I2 J2)
               IF SOMME-PAIRE NOT = SOMME-REF
                 SET Famille-Rompue TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
           IF Famille-Tenue
             SET Fam-Associatif-Oui TO TRUE
           END-IF
           .
      ******************************
       FIN-CONTROLER-ASSOCIATIF. EXIT.
      ******************************

      **************************
       CONTROLER-PLUS-PARFAIT.
      **************************
      * Carre pandiagonal de taille multiple de 4 dont tout bloc
      * 2x2 (replie sur les bords) fait 4/TAILLE de la constante,
      * et dont deux cases distantes d'une demi-taille sur une
      * diagonale font 2/TAILLE de la constante. Les comparaisons
      * se font en multipliant par TAILLE, pour rester exactes
      * quelle que soit la constante.
           IF FAM-TAILLE NOT = 4 AND FAM-TAILLE NOT = 8
             GO TO FIN-CONTROLER-PLUS-PARFAIT
           END-IF
           SET Famille-Tenue TO TRUE
           COMPUTE DEMI-TAILLE = FAM-TAILLE / 2
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FAM-TAILLE OR Famille-Rompue
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > FAM-TAILLE
               COMPUTE I2 = I + 1
               IF I2 > FAM-TAILLE
                 SUBTRACT FAM-TAILLE FROM I2
               END-IF
               COMPUTE J2 = J + 1
               IF J2 > FAM-TAILLE
                 SUBTRACT FAM-TAILLE FROM J2
               END-IF
               COMPUTE SOMME-BLOC = Valeur(I J) + Valeur(I J2)
                                  + Valeur(I2 J) + Valeur(I2 J2)
               COMPUTE PRODUIT-BLOC = SOMME-BLOC * FAM-TAILLE
               COMPUTE PRODUIT-REF = 4 * Sm(1)
               IF PRODUIT-BLOC NOT = PRODUIT-REF
                 SET Famille-Rompue TO TRUE
               END-IF
               COMPUTE I2 = I + DEMI-TAILLE
               IF I2 > FAM-TAILLE
                 SUBTRACT FAM-TAILLE FROM I2
               END-IF
               COMPUTE J2 = J + DEMI-TAILLE
               IF J2 > FAM-TAILLE
                 SUBTRACT FAM-TAILLE FROM J2
               END-IF
               COMPUTE SOMME-PAIRE = Valeur(I J) + Valeur(I2 J2)
               COMPUTE PRODUIT-BLOC = SOMME-PAIRE * FAM-TAILLE
               COMPUTE PRODUIT-REF = 2 * Sm(1)
               IF PRODUIT-BLOC NOT = PRODUIT-REF
                 SET Famille-Rompue TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
           IF Famille-Tenue
             SET Fam-Plus-Parfait-Oui TO TRUE
           END-IF
           .
      ******************************
       FIN-CONTROLER-PLUS-PARFAIT. EXIT.
      ******************************

      **************************
       CONTROLER-SEMI-MAGIQUE.
      **************************
      * Carre non magique dont toutes les lignes et toutes les
      * colonnes ont la somme de la premiere ligne : seules les
      * diagonales cassent le carre.
           SET Famille-Tenue TO TRUE
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > 2 * FAM-TAILLE
             IF Sm(I) NOT = Sm(1)
               SET Famille-Rompue TO TRUE
             END-IF
           END-PERFORM
           IF Famille-Tenue
             SET Fam-Semi-Magique-Oui TO TRUE
           END-IF
           .
      ******************************
       FIN-CONTROLER-SEMI-MAGIQUE. EXIT.
      ******************************

      ******
       FIN.
      ******
           GOBACK.
       END PROGRAM MatrixFam.
