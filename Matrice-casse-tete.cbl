                                   FILE STATUS IS ST-AUDIT.

      * Grilles de casse-tete pretes a publier, cases cachees
      * marquees, une grille par carre retenu ; pour le "repere
      * l'erreur", la grille complete avec sa case modifiee.
           SELECT MATRIX-PUZ      ASSIGN "PUZZLES"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PUZ.

      * Corriges apparies : chaque case cachee avec sa valeur, sous
      * le meme numero de serie que la grille (pour le "repere
      * l'erreur", la ou les cases modifiees avec leur vraie
      * valeur).
           SELECT MATRIX-CLE      ASSIGN "CLEFS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-CLE.
       01 OPS-HHMMSSCC PIC 9(08).
       01 NB-AUDITS-LUS PIC 9(08) VALUE 0.

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.

      * Niveau de difficulte demande : plus il est eleve, plus la
      * part de cases cachees est grande.
       01 NIVEAU-REP PIC X.
       01 NIVEAU     PIC 9(1).
       01 PCT-CACHES PIC 9(2).

      * Type de casse-tete demande : grille a cases cachees, ou
      * "repere l'erreur" (grille complete dont une case a ete
      * modifiee aux niveaux 1 et 2, la constante magique etant
      * donnee au niveau 1, et deux cases echangees au niveau 3).
       01 TYPE-REP PIC X VALUE SPACE.
       01 TYPE-CASSE-TETE PIC X.
           88 Type-Cases-Cachees VALUE 'C'.
           88 Type-Repere-Erreur VALUE 'E'.

      * Pose des caches : nombre a poser pour la grille courante,
      * nombre deja poses, et grille des cases cachees.
       01 NB-CACHES PIC 9(2).
       01 NB-TIRAGES  PIC 9(2).
       01 MAX-TIRAGES PIC 9(2) VALUE 25.

      * Repere l'erreur : grille publiee (le carre audite avec son
      * erreur), position des cases modifiees et ecart pose sur
      * une case modifiee.
       01 GRILLE-PUBLIEE.
           05 GP-VALEUR OCCURS 64 PIC S9(4).
       01 NB-ERREURS     PIC 9(1).
       01 POS-ERREUR     OCCURS 2 PIC 9(4).
       01 RESTE-TIRAGE   PIC 9(2).
       01 ECART-POSE     PIC S9(2).
       01 VALEUR-ECHANGE PIC S9(4).
       01 VALEUR-EDITEE  PIC -999.
       01 POS-ECHANGE    PIC 9(4).

      * Preuve que l'erreur se localise d'une seule facon par les
      * sommes, comme le diagnostic de presque-carre de Matrix
      * (AFFICHER-DIAGNOSTIC) : sommes des rangees, des colonnes
      * puis des deux diagonales de la grille publiee ; constante
      * retrouvee par le lecteur (la somme partagee par plus de la
      * moitie des lignes) ; rangees et colonnes fausses avec leur
      * ecart a la constante ; cases designees par ces ecarts.
       01 TAB-SOMMES-ERREUR.
           05 SE-SOMME OCCURS 18 PIC S9(5).
       01 NB-LIGNES-SOMME  PIC 9(2).
       01 IND-SOMME        PIC 9(2).
       01 IND-AUTRE        PIC 9(2).
       01 NB-EGALES        PIC 9(2).
       01 NB-FAUSSES       PIC 9(2).
       01 CONSTANTE-LECTEUR PIC S9(5).
       01 CTRL-CONSTANTE PIC X.
           88 Constante-Trouvee     VALUE 'O'.
           88 Constante-Introuvable VALUE 'N'.
       01 NB-RANGEES-FAUSSES  PIC 9(2).
       01 NB-COLONNES-FAUSSES PIC 9(2).
       01 RANGEE-FAUSSE  OCCURS 2 PIC 9(2).
       01 ECART-RANGEE   OCCURS 2 PIC S9(5).
       01 COLONNE-FAUSSE OCCURS 2 PIC 9(2).
       01 ECART-COLONNE  OCCURS 2 PIC S9(5).
       01 LIG-TROUVEE    OCCURS 2 PIC 9(2).
       01 COL-TROUVEE    OCCURS 2 PIC 9(2).
       01 POS-TROUVEE    OCCURS 2 PIC 9(4).
       01 ECART-TROUVE   OCCURS 2 PIC S9(5).
       01 IND-ERREUR     PIC 9(1).
       01 ECART-DIAGONALE PIC S9(5).
       01 ECART-ANTI      PIC S9(5).
       01 CTRL-LOCALISATION PIC X.
           88 Erreur-Localisable VALUE 'O'.
           88 Erreur-Ambigue     VALUE 'N'.

      * Drapeaux de fin de fichier et compteur de production :
       01 CTRL-FIN-FICHIER PIC X.
           88 Fin-Fichier-Audit     VALUE 'O'.
       01 LIGNE-GRILLE PIC X(132).
       01 PTR-LIGNE    PIC 9(4).
       01 CELLULE-TEXTE PIC X(4).
       01 LIGNE-IDENT  PIC X(132).
       01 CHAMP-CSTE   PIC -9(04).


       PROCEDURE DIVISION.
      * pour chacun une grille a cases cachees et son corrige
      * apparie, sous le meme numero de serie. Une serie deja
      * produite au meme niveau est sautee grace au suivi de
      * production : le passage n'emet que du neuf. Au type
      * "repere l'erreur", la grille est publiee complete avec une
      * erreur posee, et son corrige donne la position fautive.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM LIRE-AUDIT-SUIVANT THRU FIN-LIRE-AUDIT-SUIVANT
           PERFORM UNTIL Fin-Fichier-Audit
                 IF Deja-Produite
                   ADD 1 TO NB-SAUTES
                 ELSE
                   IF Type-Repere-Erreur
                     PERFORM FABRIQUER-REPERE-ERREUR
                             THRU FIN-FABRIQUER-REPERE-ERREUR
                   ELSE
                     PERFORM FABRIQUER-CASSE-TETE
                             THRU FIN-FABRIQUER-CASSE-TETE
                   END-IF
                 END-IF
               END-IF
             END-IF
           DISPLAY '*** Mise en casse-tete        ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixPuz" TO DEP-PROGRAMME
           CALL "MatrixDep" USING DEP-DEMANDE
           IF Dep-Force
             DISPLAY DEP-MOTIF
             MOVE DEP-MOTIF TO MOTIF-OPS
           END-IF
           MOVE 'DEBUT' TO ETAPE-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE SPACES TO MOTIF-OPS
           IF Dep-Refuse
             PERFORM REFUSER-DEMARRAGE THRU FIN-REFUSER-DEMARRAGE
           END-IF

      * Passage sans operateur : si PUZREQ porte une demande, le
      * niveau et la selection viennent d'elle ; sinon on dialogue
             SET Selection-Tout TO TRUE
             DISPLAY "NIVEAU DE DIFFICULTE (1, 2 OU 3) ? "
             ACCEPT NIVEAU-REP
             DISPLAY "TYPE DE CASSE-TETE (C = CASES CACHEES,"
                     " E = REPERE L'ERREUR) ? "
             MOVE SPACE TO TYPE-REP
             ACCEPT TYPE-REP
           END-IF
           IF TYPE-REP = 'E' OR TYPE-REP = 'e'
             SET Type-Repere-Erreur TO TRUE
           ELSE
             SET Type-Cases-Cachees TO TRUE
           END-IF
           EVALUATE NIVEAU-REP
             WHEN '1'
                 IF (PREQ-SELECTION = 'S' OR PREQ-SELECTION = 'M'
                      OR PREQ-SELECTION = 'T')
                      AND PREQ-NIVEAU NUMERIC
                      AND (PREQ-TYPE = SPACE OR PREQ-TYPE = 'C'
                           OR PREQ-TYPE = 'E')
                   SET Parametres-Lus TO TRUE
                   MOVE PREQ-SELECTION TO MODE-SELECTION
                   MOVE PREQ-NIVEAU TO NIVEAU-REP
                   MOVE PREQ-TYPE TO TYPE-REP
                   IF Selection-Plage
                     IF PREQ-SERIE-DEB NUMERIC
                          AND PREQ-SERIE-FIN NUMERIC
       CONTROLER-PRODUCTION.
      ***********************
      * Lecture par cle du suivi de production : une serie deja
      * produite au meme niveau est sautee, quel que soit le type
      * du casse-tete deja tire (voir PRODREC.cpy).
           SET Pas-Encore-Produite TO TRUE
           MOVE AUDIT-SERIE TO PROD-SERIE
           MOVE NIVEAU TO PROD-NIVEAU
       INSCRIRE-PRODUCTION.
      **********************
      * Inscrit la grille produite au suivi de production, avec
      * l'horodatage du passage, la difficulte mesuree et le type
      * de casse-tete.
           ACCEPT AAAAMMJJ FROM DATE YYYYMMDD
           ACCEPT HHMMSSCC FROM TIME
           MOVE SPACES TO HORODATE
           MOVE NIVEAU TO PROD-NIVEAU
           MOVE HORODATE TO PROD-HORODATE
           MOVE DIFFICULTE-MESUREE TO PROD-DIFFICULTE
           MOVE TYPE-CASSE-TETE TO PROD-TYPE
           WRITE PROD-RECORD
             INVALID KEY
               CONTINUE
       FIN-ECRIRE-CORRIGE. EXIT.
      **************************

      **************************
       FABRIQUER-REPERE-ERREUR.
      **************************
      * Produit la grille "repere l'erreur" et son corrige pour le
      * carre audite courant : la grille est publiee complete, avec
      * une case modifiee (niveaux 1 et 2) ou deux cases echangees
      * (niveau 3). Avant publication, l'erreur doit se localiser
      * d'une seule facon par les sommes des rangees, colonnes et
      * diagonales : une pose qui ne le permet pas est retiree
      * (jusqu'a MAX-TIRAGES) et une grille sans pose localisable
      * est signalee, pas publiee.
           MOVE AUDIT-TAILLE TO TAILLE
           IF TAILLE < 2 OR TAILLE > 8
             GO TO FIN-FABRIQUER-REPERE-ERREUR
           END-IF
           COMPUTE NB-COMP = TAILLE * TAILLE
           IF NIVEAU = 3
             MOVE 2 TO NB-ERREURS
           ELSE
             MOVE 1 TO NB-ERREURS
           END-IF

           SET Erreur-Ambigue TO TRUE
           MOVE 1 TO NB-TIRAGES
           PERFORM UNTIL Erreur-Localisable
                       OR NB-TIRAGES > MAX-TIRAGES
             PERFORM POSER-ERREUR THRU FIN-POSER-ERREUR
             PERFORM PROUVER-ERREUR THRU FIN-PROUVER-ERREUR
             IF Erreur-Ambigue
               ADD 1 TO NB-TIRAGES
             END-IF
           END-PERFORM
           IF Erreur-Ambigue
             ADD 1 TO NB-INSOLUBLES
             DISPLAY "Serie " AUDIT-SERIE " : pas d'erreur"
                     " localisable de facon unique au niveau "
                     NIVEAU ", grille non publiee."
             GO TO FIN-FABRIQUER-REPERE-ERREUR
           END-IF

           PERFORM ECRIRE-GRILLE-ERREUR THRU FIN-ECRIRE-GRILLE-ERREUR
           PERFORM ECRIRE-CORRIGE-ERREUR
                   THRU FIN-ECRIRE-CORRIGE-ERREUR
           PERFORM INSCRIRE-PRODUCTION THRU FIN-INSCRIRE-PRODUCTION
           ADD 1 TO NB-PUZZLES
           .
      **********************************
       FIN-FABRIQUER-REPERE-ERREUR. EXIT.
      **********************************

      ***************
       POSER-ERREUR.
      ***************
      * Recopie le carre audite dans la grille publiee et y pose
      * l'erreur, avec la meme suite pseudo-aleatoire que les caches
      * (germee par la serie et le numero de tirage) : une case
      * decalee de 1 a 9 en plus ou en moins, ou deux cases
      * echangees. Une valeur decalee qui sortirait de -999..999
      * est decalee dans l'autre sens.
           PERFORM VARYING IND-CASE FROM 1 BY 1
                   UNTIL IND-CASE > NB-COMP
             MOVE AUDIT-MATRICE(IND-CASE) TO GP-VALEUR(IND-CASE)
           END-PERFORM
           COMPUTE GRAINE = FUNCTION MOD(AUDIT-SERIE * 7919
               + 104729 + (NB-TIRAGES - 1) * 65537, 999983)
           COMPUTE GRAINE = FUNCTION MOD(GRAINE * 421 + 17, 999983)
           COMPUTE POS-ERREUR(1) = FUNCTION MOD(GRAINE, NB-COMP) + 1
           COMPUTE GRAINE = FUNCTION MOD(GRAINE * 421 + 17, 999983)
           IF NB-ERREURS = 1
             MOVE 0 TO POS-ERREUR(2)
             COMPUTE RESTE-TIRAGE = FUNCTION MOD(GRAINE, 18)
             IF RESTE-TIRAGE < 9
               COMPUTE ECART-POSE = RESTE-TIRAGE + 1
             ELSE
               COMPUTE ECART-POSE = 8 - RESTE-TIRAGE
             END-IF
             ADD ECART-POSE TO GP-VALEUR(POS-ERREUR(1))
             IF GP-VALEUR(POS-ERREUR(1)) > 999
                  OR GP-VALEUR(POS-ERREUR(1)) < -999
               COMPUTE GP-VALEUR(POS-ERREUR(1)) =
                   GP-VALEUR(POS-ERREUR(1)) - 2 * ECART-POSE
             END-IF
           ELSE
             COMPUTE POS-ERREUR(2) = FUNCTION MOD(GRAINE, NB-COMP)
                                   + 1
             MOVE POS-ERREUR(2) TO POS-ECHANGE
             MOVE GP-VALEUR(POS-ERREUR(1)) TO VALEUR-ECHANGE
             MOVE GP-VALEUR(POS-ECHANGE)
               TO GP-VALEUR(POS-ERREUR(1))
             MOVE VALEUR-ECHANGE TO GP-VALEUR(POS-ECHANGE)
           END-IF
           .
      **************************
       FIN-POSER-ERREUR. EXIT.
      **************************

      *****************
       PROUVER-ERREUR.
      *****************
      * Localise l'erreur comme le ferait un lecteur, avec les
      * seules sommes de la grille publiee (meme raisonnement que
      * le diagnostic de presque-carre de Matrix) :
      *   - la constante est donnee au niveau 1 ; sinon c'est la
      *     somme partagee par plus de la moitie des lignes ;
      *   - une case modifiee fausse exactement une rangee et une
      *     colonne, du meme ecart ; deux cases echangees faussent
      *     deux rangees et deux colonnes, d'ecarts opposes, et
      *     chaque case est au croisement de la rangee et de la
      *     colonne de meme ecart ;
      *   - l'ecart des diagonales doit etre celui des cases
      *     designees.
      * Les cases designees doivent etre celles reellement
      * modifiees ; sinon la pose est ambigue (echange dans une
      * meme rangee, case au centre sans constante...) et retiree.
      * La difficulte mesuree est le nombre de lignes fausses.
           SET Erreur-Ambigue TO TRUE
           COMPUTE NB-LIGNES-SOMME = 2 * TAILLE + 2
           PERFORM VARYING IND-SOMME FROM 1 BY 1
                   UNTIL IND-SOMME > NB-LIGNES-SOMME
             MOVE 0 TO SE-SOMME(IND-SOMME)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               COMPUTE IND-CASE = (I - 1) * TAILLE + J
               ADD GP-VALEUR(IND-CASE) TO SE-SOMME(I)
               COMPUTE IND-SOMME = TAILLE + J
               ADD GP-VALEUR(IND-CASE) TO SE-SOMME(IND-SOMME)
               IF I = J
                 COMPUTE IND-SOMME = 2 * TAILLE + 1
                 ADD GP-VALEUR(IND-CASE) TO SE-SOMME(IND-SOMME)
               END-IF
               IF I + J = TAILLE + 1
                 ADD GP-VALEUR(IND-CASE) TO SE-SOMME(NB-LIGNES-SOMME)
               END-IF
             END-PERFORM
           END-PERFORM

      * La constante : celle du carre au niveau 1 (elle est
      * imprimee sur la grille), sinon la somme majoritaire.
           MOVE 0 TO CONSTANTE-GRILLE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
             MOVE AUDIT-MATRICE(J) TO VALEUR-ECHANGE
             ADD VALEUR-ECHANGE TO CONSTANTE-GRILLE
           END-PERFORM
           SET Constante-Introuvable TO TRUE
           IF NIVEAU = 1
             MOVE CONSTANTE-GRILLE TO CONSTANTE-LECTEUR
             SET Constante-Trouvee TO TRUE
           ELSE
             PERFORM VARYING IND-SOMME FROM 1 BY 1
                     UNTIL IND-SOMME > NB-LIGNES-SOMME
                        OR Constante-Trouvee
               MOVE 0 TO NB-EGALES
               PERFORM VARYING IND-AUTRE FROM 1 BY 1
                       UNTIL IND-AUTRE > NB-LIGNES-SOMME
                 IF SE-SOMME(IND-AUTRE) = SE-SOMME(IND-SOMME)
                   ADD 1 TO NB-EGALES
                 END-IF
               END-PERFORM
               IF NB-EGALES * 2 > NB-LIGNES-SOMME
                 MOVE SE-SOMME(IND-SOMME) TO CONSTANTE-LECTEUR
                 SET Constante-Trouvee TO TRUE
               END-IF
             END-PERFORM
           END-IF
           IF Constante-Introuvable
             GO TO FIN-PROUVER-ERREUR
           END-IF

      * Rangees et colonnes fausses, avec leur ecart :
           MOVE 0 TO NB-RANGEES-FAUSSES
           MOVE 0 TO NB-COLONNES-FAUSSES
           MOVE 0 TO NB-FAUSSES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             IF SE-SOMME(I) NOT = CONSTANTE-LECTEUR
               ADD 1 TO NB-FAUSSES
               ADD 1 TO NB-RANGEES-FAUSSES
               IF NB-RANGEES-FAUSSES <= 2
                 MOVE I TO RANGEE-FAUSSE(NB-RANGEES-FAUSSES)
                 COMPUTE ECART-RANGEE(NB-RANGEES-FAUSSES) =
                     SE-SOMME(I) - CONSTANTE-LECTEUR
               END-IF
             END-IF
             COMPUTE IND-SOMME = TAILLE + I
             IF SE-SOMME(IND-SOMME) NOT = CONSTANTE-LECTEUR
               ADD 1 TO NB-FAUSSES
               ADD 1 TO NB-COLONNES-FAUSSES
               IF NB-COLONNES-FAUSSES <= 2
                 MOVE I TO COLONNE-FAUSSE(NB-COLONNES-FAUSSES)
                 COMPUTE ECART-COLONNE(NB-COLONNES-FAUSSES) =
                     SE-SOMME(IND-SOMME) - CONSTANTE-LECTEUR
               END-IF
             END-IF
           END-PERFORM
           COMPUTE IND-SOMME = 2 * TAILLE + 1
           COMPUTE ECART-DIAGONALE =
               SE-SOMME(IND-SOMME) - CONSTANTE-LECTEUR
           COMPUTE ECART-ANTI =
               SE-SOMME(NB-LIGNES-SOMME) - CONSTANTE-LECTEUR
           IF ECART-DIAGONALE NOT = 0
             ADD 1 TO NB-FAUSSES
           END-IF
           IF ECART-ANTI NOT = 0
             ADD 1 TO NB-FAUSSES
           END-IF
           IF NB-RANGEES-FAUSSES NOT = NB-ERREURS
                OR NB-COLONNES-FAUSSES NOT = NB-ERREURS
             GO TO FIN-PROUVER-ERREUR
           END-IF

      * Cases designees : croisement des rangees et colonnes de
      * meme ecart.
           MOVE RANGEE-FAUSSE(1) TO LIG-TROUVEE(1)
           MOVE ECART-RANGEE(1) TO ECART-TROUVE(1)
           IF NB-ERREURS = 1
             IF ECART-COLONNE(1) NOT = ECART-RANGEE(1)
               GO TO FIN-PROUVER-ERREUR
             END-IF
             MOVE COLONNE-FAUSSE(1) TO COL-TROUVEE(1)
           ELSE
             IF ECART-RANGEE(1) + ECART-RANGEE(2) NOT = 0
                  OR ECART-COLONNE(1) + ECART-COLONNE(2) NOT = 0
               GO TO FIN-PROUVER-ERREUR
             END-IF
             MOVE RANGEE-FAUSSE(2) TO LIG-TROUVEE(2)
             MOVE ECART-RANGEE(2) TO ECART-TROUVE(2)
             IF ECART-COLONNE(1) = ECART-RANGEE(1)
               MOVE COLONNE-FAUSSE(1) TO COL-TROUVEE(1)
               MOVE COLONNE-FAUSSE(2) TO COL-TROUVEE(2)
             ELSE
               MOVE COLONNE-FAUSSE(2) TO COL-TROUVEE(1)
               MOVE COLONNE-FAUSSE(1) TO COL-TROUVEE(2)
             END-IF
           END-IF

      * Les diagonales doivent confirmer les cases designees :
           PERFORM VARYING IND-ERREUR FROM 1 BY 1
                   UNTIL IND-ERREUR > NB-ERREURS
             COMPUTE POS-TROUVEE(IND-ERREUR) =
                 (LIG-TROUVEE(IND-ERREUR) - 1) * TAILLE
                 + COL-TROUVEE(IND-ERREUR)
             IF LIG-TROUVEE(IND-ERREUR) = COL-TROUVEE(IND-ERREUR)
               SUBTRACT ECART-TROUVE(IND-ERREUR) FROM ECART-DIAGONALE
             END-IF
             IF LIG-TROUVEE(IND-ERREUR) + COL-TROUVEE(IND-ERREUR)
                  = TAILLE + 1
               SUBTRACT ECART-TROUVE(IND-ERREUR) FROM ECART-ANTI
             END-IF
           END-PERFORM
           IF ECART-DIAGONALE NOT = 0 OR ECART-ANTI NOT = 0
             GO TO FIN-PROUVER-ERREUR
           END-IF

      * ... et etre celles reellement modifiees.
           IF NB-ERREURS = 1
             IF POS-TROUVEE(1) NOT = POS-ERREUR(1)
               GO TO FIN-PROUVER-ERREUR
             END-IF
           ELSE
             IF NOT ((POS-TROUVEE(1) = POS-ERREUR(1)
                      AND POS-TROUVEE(2) = POS-ERREUR(2))
                  OR (POS-TROUVEE(1) = POS-ERREUR(2)
                      AND POS-TROUVEE(2) = POS-ERREUR(1)))
               GO TO FIN-PROUVER-ERREUR
             END-IF
           END-IF
           SET Erreur-Localisable TO TRUE
           MOVE NB-FAUSSES TO DIFFICULTE-MESUREE
           .
      **************************
       FIN-PROUVER-ERREUR. EXIT.
      **************************

      ***********************
       ECRIRE-GRILLE-ERREUR.
      ***********************
      * La grille "repere l'erreur" : la ligne d'identification des
      * casse-tete suivie du type E, la consigne (et la constante
      * magique au niveau 1), puis la grille complete avec son
      * erreur.
           MOVE SPACES TO LIGNE-IDENT
           STRING "CASSE-TETE " DELIMITED BY SIZE
                  AUDIT-SERIE DELIMITED BY SIZE
                  " TAILLE " DELIMITED BY SIZE
                  AUDIT-TAILLE DELIMITED BY SIZE
                  " NIVEAU " DELIMITED BY SIZE
                  NIVEAU DELIMITED BY SIZE
                  " DIFFICULTE " DELIMITED BY SIZE
                  DIFFICULTE-MESUREE DELIMITED BY SIZE
                  " TYPE " DELIMITED BY SIZE
                  TYPE-CASSE-TETE DELIMITED BY SIZE
             INTO LIGNE-IDENT
           MOVE LIGNE-IDENT TO PUZZLE-RECORD
           WRITE PUZZLE-RECORD

           IF NB-ERREURS = 1
             MOVE "  TROUVEZ LA CASE FAUSSE ET SA VRAIE VALEUR"
               TO PUZZLE-RECORD
           ELSE
             MOVE "  TROUVEZ LES DEUX CASES ECHANGEES"
               TO PUZZLE-RECORD
           END-IF
           WRITE PUZZLE-RECORD
           IF NIVEAU = 1
             MOVE CONSTANTE-GRILLE TO CHAMP-CSTE
             MOVE SPACES TO PUZZLE-RECORD
             STRING "  CONSTANTE MAGIQUE " DELIMITED BY SIZE
                    CHAMP-CSTE DELIMITED BY SIZE
               INTO PUZZLE-RECORD
             WRITE PUZZLE-RECORD
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             MOVE SPACES TO LIGNE-GRILLE
             MOVE 1 TO PTR-LIGNE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               COMPUTE IND-CASE = (I - 1) * TAILLE + J
               MOVE GP-VALEUR(IND-CASE) TO VALEUR-EDITEE
               MOVE VALEUR-EDITEE TO CELLULE-TEXTE
               STRING " " DELIMITED BY SIZE
                      CELLULE-TEXTE DELIMITED BY SIZE
                 INTO LIGNE-GRILLE WITH POINTER PTR-LIGNE
             END-PERFORM
             MOVE LIGNE-GRILLE TO PUZZLE-RECORD
             WRITE PUZZLE-RECORD
           END-PERFORM
           .
      *******************************
       FIN-ECRIRE-GRILLE-ERREUR. EXIT.
      *******************************

      ************************
       ECRIRE-CORRIGE-ERREUR.
      ************************
      * Le corrige apparie : meme ligne d'identification que la
      * grille, puis une ligne par case modifiee avec sa position
      * et sa vraie valeur, au format des corriges a cases cachees.
           MOVE LIGNE-IDENT TO CLE-RECORD
           WRITE CLE-RECORD

           PERFORM VARYING IND-ERREUR FROM 1 BY 1
                   UNTIL IND-ERREUR > NB-ERREURS
             MOVE POS-ERREUR(IND-ERREUR) TO IND-CASE
             COMPUTE I = (IND-CASE - 1) / TAILLE + 1
             COMPUTE J = IND-CASE - (I - 1) * TAILLE
             MOVE SPACES TO CLE-RECORD
             STRING "  LIGNE " DELIMITED BY SIZE
                    I DELIMITED BY SIZE
                    " COLONNE " DELIMITED BY SIZE
                    J DELIMITED BY SIZE
                    " VALEUR " DELIMITED BY SIZE
                    AUDIT-MATRICE(IND-CASE) DELIMITED BY SIZE
               INTO CLE-RECORD
             WRITE CLE-RECORD
           END-PERFORM
           .
      ********************************
       FIN-ECRIRE-CORRIGE-ERREUR. EXIT.
      ********************************

      ******************
       JOURNALISER-OPS.
      ******************
       FIN-ABANDONNER-PASSAGE. EXIT.
      ******************************

      ********************
       REFUSER-DEMARRAGE.
      ********************
      * Predecesseur non propre au journal d'exploitation : le
      * programme ne demarre pas. L'etape de fin au code 14 porte
      * le motif rendu par MatrixDep ; une relance deliberee passe
      * par une ligne CHAINFRC datee du jour.
           DISPLAY DEP-MOTIF
           DISPLAY "Demarrage refuse (reprise forcee : CHAINFRC)."
           MOVE 'FIN' TO ETAPE-OPS
           MOVE 0 TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 14 TO RC-OPS
           MOVE "DEMARRAGE REFUSE" TO VERDICT-OPS
           MOVE DEP-MOTIF TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 14 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-REFUSER-DEMARRAGE. EXIT.
      ******************************

      ******
       FIN.
      ******
           MOVE 0 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "PRODUITS " NB-PUZZLES " SAUTES " NB-SAUTES
                  " INSOLUBLES " NB-INSOLUBLES " TYPE "
                  TYPE-CASSE-TETE
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           DISPLAY "Series sautees (deja produites a ce niveau) : "
                   NB-SAUTES
           IF NB-INSOLUBLES > 0
             IF Type-Repere-Erreur
               DISPLAY "Grilles sans erreur localisable de facon"
                       " unique (non publiees) : " NB-INSOLUBLES
             ELSE
               DISPLAY "Grilles sans pose a solution unique (non"
                       " publiees) : " NB-INSOLUBLES
             END-IF
           END-IF
           DISPLAY 'Fin de mise en casse-tete.'
           STOP RUN.
