       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixCor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mini-lot des matrices rejetees par Matrix en mode lot
      * (MATREJET.cpy) : lignes de detail d'origine, motif et
      * cellule fautive en queue.
           SELECT MATRIX-REJ      ASSIGN "REJETS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-REJ.

      * Parametres du lot de nuit (PARMREC.cpy) : les bornes des
      * cellules sont celles que Matrix applique au lot.
           SELECT MATRIX-PARM     ASSIGN "PARMLOT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PARM.

      * Mini-lot corrige, au format d'extrait que Matrix lit en
      * mode lot (MATEXTIN.cpy : entete, details, fin de lot avec
      * totaux de controle recalcules), a resoumettre dans MATIN a
      * la place de REJETS.
           SELECT MATRIX-CORR-OUT ASSIGN "REJCORR"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OUT.

      * Journal des corrections (CORRREC.cpy) : qui a change quelle
      * cellule, de quelle valeur a quelle valeur, et les matrices
      * abandonnees.
           SELECT MATRIX-CORRJRNL ASSIGN "CORRJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-CORR.

      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy) : une etape horodatee au demarrage et a
      * chaque fin de passage, pour la page de synthese du matin.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-REJ.
           COPY MATREJET.

       FD  MATRIX-PARM.
           COPY PARMREC.

       FD  MATRIX-CORR-OUT.
           COPY MATEXTIN.

       FD  MATRIX-CORRJRNL.
           COPY CORRREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-REJ  PIC X(02).
       01 ST-PARM PIC X(02).
       01 ST-OUT  PIC X(02).
       01 ST-CORR PIC X(02).

      * indices pour parcourir la matrice :
       01 I PIC 9(2).
       01 J PIC 9(2).
      * La taille de la matrice et son nombre de cellules :
       01 TAILLE PIC 9(2).
       01 NB-COMP PIC 9(4).
       01 NUM-LIGNE-ATTENDU PIC 9(2).

      * Lignes de detail de la matrice rejetee en cours, telles
      * que lues dans REJETS (meme decoupage que EXTRAIT-DETAIL de
      * MATEXTIN.cpy) ; chaque cellule se lit aussi en octets
      * bruts, pour montrer a l'operateur une valeur non numerique
      * telle qu'elle est.
       01 LIGNES-REJETEES.
           05 LIGNE-REJETEE OCCURS 8.
              10 LR-TYPE-ENR      PIC X(01).
              10 LR-NUM-MATRICE   PIC 9(06).
              10 LR-NUM-LIGNE     PIC 9(02).
              10 LR-TAILLE        PIC 9(02).
              10 LR-VALEURS.
                 15 LR-VAL OCCURS 8 PIC S9(3)
                                   SIGN LEADING SEPARATE CHARACTER.
              10 LR-VALEURS-BRUTES REDEFINES LR-VALEURS.
                 15 LR-VAL-BRUTE OCCURS 8 PIC X(04).
              10 LR-CONTRIBUTEUR  PIC X(08).

      * Motif et cellule fautive portes par REJETS pour la matrice
      * en cours :
       01 MOTIF-REJET      PIC X(01).
       01 CELLULE-REJET    PIC 9(04).

      * Cellule fautive presentee a l'operateur : indice dans la
      * matrice, ligne, colonne et motif (N = non numerique,
      * B = hors bornes).
       01 IND-CASE         PIC 9(04).
       01 IND-EXAMEN       PIC 9(04).
       01 LIGNE-CASE       PIC 9(02).
       01 COLONNE-CASE     PIC 9(02).
       01 MOTIF-CASE       PIC X(01).
       01 CTRL-CELLULE PIC X.
           88 Cellule-Fautive-Trouvee  VALUE 'O'.
           88 Aucune-Cellule-Fautive   VALUE 'N'.

      * Decision de l'operateur sur la matrice en cours :
       01 DECISION         PIC X(01).
       01 CTRL-MATRICE PIC X.
           88 Matrice-A-Resoumettre VALUE 'O'.
           88 Matrice-Abandonnee    VALUE 'N'.

      * Valeur saisie par l'operateur (controlee comme dans
      * CONTROLES-DEB de Matrix) et octets qu'elle remplace :
       01 VALEUR-SAISIE    PIC S9(3).
       01 VALEUR-AVANT     PIC X(04).
       01 ACTION-CORR      PIC X(01).

      * Bornes de controle pour les valeurs de cellule (0/0 =
      * pas de controle de bornes, seulement la non-numericite) :
       01 VAL-MIN PIC S9(3).
       01 VAL-MAX PIC S9(3).
       01 CTRL-BORNES PIC X.
           88 CTRL-BORNES-ACTIVES    VALUE 'O'.
           88 CTRL-BORNES-INACTIVES  VALUE 'N'.
       01 CTRL-PARAMETRES PIC X.
           88 Parametres-Lus         VALUE 'O'.
           88 Parametres-Non-Lus     VALUE 'N'.
       01 CHAMP-BORNE      PIC -9(03).

      * Operateur de la session, porte sur chaque ligne du journal
      * des corrections :
       01 OPERATEUR        PIC X(08).

      * Lot des rejets (entete de REJETS) et lot corrige (CO +
      * mois, jour, heure et minute de la session, pour que le
      * registre des lots de Matrix ne le prenne ni pour le lot
      * d'origine ni pour le mini-lot des rejets deja soumis).
       01 ID-LOT-REJETS    PIC X(10).
       01 DATE-REJETS      PIC 9(08).
       01 DATE-CORRECTION  PIC 9(08).
       01 HEURE-CORRECTION PIC 9(08).
       01 ID-LOT-CORRIGE   PIC X(10).

      * Totaux relus dans REJETS, confrontes a son enregistrement
      * de fin (un fichier retouche a la main ou tronque est
      * signale), et totaux du mini-lot corrige :
       01 NB-DETAILS-LUS     PIC 9(08) VALUE 0.
       01 TOTAL-REJETS-LU    PIC S9(12) VALUE 0.
       01 NB-DETAILS-ECRITS  PIC 9(08) VALUE 0.
       01 TOTAL-CONTROLE     PIC S9(12) VALUE 0.

      * Drapeaux de lecture de REJETS :
       01 CTRL-FIN-REJ PIC X.
           88 Fin-Rejets          VALUE 'O'.
           88 Pas-Fin-Rejets      VALUE 'N'.
       01 CTRL-FIN-LOT PIC X.
           88 Fin-Lot-Vue         VALUE 'O'.
           88 Fin-Lot-Pas-Vue     VALUE 'N'.
       01 CTRL-COHERENCE PIC X.
           88 Rejets-Coherents    VALUE 'O'.
           88 Rejets-Incoherents  VALUE 'N'.

      * Compteurs d'ensemble :
       01 NB-MATRICES-LUES      PIC 9(08) VALUE 0.
       01 NB-MATRICES-ECRITES   PIC 9(08) VALUE 0.
       01 NB-MATRICES-ABANDON   PIC 9(08) VALUE 0.
       01 NB-CELLULES-CORRIGEES PIC 9(08) VALUE 0.

      * Etape a inscrire au journal d'exploitation commun, posee
      * par l'appelant de JOURNALISER-OPS :
       01 ST-OPS       PIC X(02).
       01 ETAPE-OPS    PIC X(05).
       01 ENTREES-OPS  PIC 9(08) VALUE 0.
       01 SORTIES-OPS  PIC 9(08) VALUE 0.
       01 RC-OPS       PIC 9(02) VALUE 0.
       01 VERDICT-OPS  PIC X(60) VALUE SPACES.
       01 MOTIF-OPS    PIC X(60) VALUE SPACES.
       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Ecran de recyclage des rejets du lot : chaque matrice de
      * REJETS est montree a l'operateur avec sa cellule fautive ;
      * il saisit la valeur corrigee (controlee sur les bornes du
      * lot) ou abandonne la matrice. Les matrices corrigees
      * partent dans le mini-lot REJCORR avec des totaux de
      * controle recalcules, chaque decision dans CORRJRNL.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM LIRE-REJET-SUIVANT THRU FIN-LIRE-REJET-SUIVANT
           PERFORM UNTIL Fin-Rejets OR Fin-Lot-Vue
             EVALUATE REJ-ENT-TYPE-ENR
               WHEN 'D'
                 ADD 1 TO NB-MATRICES-LUES
                 PERFORM CHARGER-MATRICE-REJETEE
                         THRU FIN-CHARGER-MATRICE-REJETEE
                 PERFORM CORRIGER-MATRICE THRU FIN-CORRIGER-MATRICE
                 IF Matrice-A-Resoumettre
                   PERFORM ECRIRE-MATRICE-CORRIGEE
                           THRU FIN-ECRIRE-MATRICE-CORRIGEE
                 END-IF
               WHEN 'F'
                 PERFORM CONTROLER-FIN-REJETS
                         THRU FIN-CONTROLER-FIN-REJETS
               WHEN OTHER
                 DISPLAY "Enregistrement inattendu dans REJETS : "
                         REJ-ENT-TYPE-ENR
                 MOVE "type d'enregistrement inconnu dans REJETS"
                   TO MOTIF-OPS
                 PERFORM ABANDONNER-RECYCLAGE
                         THRU FIN-ABANDONNER-RECYCLAGE
             END-EVALUATE
             IF NOT Fin-Lot-Vue
               PERFORM LIRE-REJET-SUIVANT THRU FIN-LIRE-REJET-SUIVANT
             END-IF
           END-PERFORM
           IF Fin-Lot-Pas-Vue
             DISPLAY "REJETS sans enregistrement de fin : fichier"
                     " tronque ?"
             SET Rejets-Incoherents TO TRUE
           END-IF
           PERFORM ECRIRE-FIN-LOT-CORRIGE
                   THRU FIN-ECRIRE-FIN-LOT-CORRIGE
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Correction des rejets     ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixCor" TO DEP-PROGRAMME
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

           OPEN INPUT MATRIX-REJ
           IF ST-REJ NOT = '00'
             DISPLAY "Impossible d'ouvrir REJETS, code etat "
                     ST-REJ "."
             DISPLAY "Pas de rejets, rien a corriger."
             MOVE "REJETS inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-CORR-OUT
           IF ST-OUT NOT = '00'
             DISPLAY "Impossible d'ouvrir REJCORR, code etat "
                     ST-OUT "."
             MOVE "REJCORR inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
      * Le journal des corrections s'allonge de session en session.
           OPEN EXTEND MATRIX-CORRJRNL
           IF ST-CORR = '35' OR ST-CORR = '05'
             OPEN OUTPUT MATRIX-CORRJRNL
           END-IF
           IF ST-CORR NOT = '00'
             DISPLAY "Impossible d'ouvrir CORRJRNL, code etat "
                     ST-CORR "."
             MOVE "CORRJRNL inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

      * Memes bornes que le lot de nuit quand PARMLOT le pilote ;
      * sinon l'operateur les donne, comme a Matrix en interactif.
           MOVE 0 TO VAL-MIN
           MOVE 0 TO VAL-MAX
           SET CTRL-BORNES-INACTIVES TO TRUE
           PERFORM LIRE-PARAMETRES THRU FIN-LIRE-PARAMETRES
           IF Parametres-Non-Lus
             DISPLAY "VALEUR MINIMUM AUTORISEE"
                     " (0000 = PAS DE BORNE) : "
             ACCEPT VAL-MIN
             DISPLAY "VALEUR MAXIMUM AUTORISEE"
                     " (0000 = PAS DE BORNE) : "
             ACCEPT VAL-MAX
             IF VAL-MIN NOT = 0 OR VAL-MAX NOT = 0
               SET CTRL-BORNES-ACTIVES TO TRUE
             END-IF
           END-IF

      * Toute correction est signee : pas d'operateur, pas de
      * session.
           MOVE SPACES TO OPERATEUR
           DISPLAY "IDENTIFIANT OPERATEUR ? "
           ACCEPT OPERATEUR
           IF OPERATEUR = SPACES
             DISPLAY "Operateur non identifie, aucune correction."
             MOVE "operateur non identifie" TO MOTIF-OPS
             PERFORM ABANDONNER-RECYCLAGE
                     THRU FIN-ABANDONNER-RECYCLAGE
           END-IF

           SET Pas-Fin-Rejets TO TRUE
           SET Fin-Lot-Pas-Vue TO TRUE
           SET Rejets-Coherents TO TRUE
           PERFORM LIRE-REJET-SUIVANT THRU FIN-LIRE-REJET-SUIVANT
           IF Fin-Rejets OR REJ-ENT-TYPE-ENR NOT = 'E'
             DISPLAY "REJETS ne commence pas par une entete de lot."
             MOVE "REJETS sans entete de lot" TO MOTIF-OPS
             PERFORM ABANDONNER-RECYCLAGE
                     THRU FIN-ABANDONNER-RECYCLAGE
           END-IF
           MOVE REJ-ENT-ID-LOT TO ID-LOT-REJETS
           MOVE REJ-ENT-DATE TO DATE-REJETS
           DISPLAY "Rejets du lot " ID-LOT-REJETS
                   ", extrait du " DATE-REJETS "."

      * Le mini-lot corrige garde la date d'extraction d'origine,
      * sous un identifiant de lot propre a la session.
           ACCEPT DATE-CORRECTION FROM DATE YYYYMMDD
           ACCEPT HEURE-CORRECTION FROM TIME
           MOVE SPACES TO ID-LOT-CORRIGE
           STRING "CO" DATE-CORRECTION(5:4) HEURE-CORRECTION(1:4)
             DELIMITED BY SIZE INTO ID-LOT-CORRIGE
           INITIALIZE EXTRAIT-ENTETE
           MOVE 'E' TO ENT-TYPE-ENR
           MOVE DATE-REJETS TO ENT-DATE-EXTRAIT
           MOVE ID-LOT-CORRIGE TO ENT-ID-LOT
           WRITE EXTRAIT-ENTETE
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ******************
       LIRE-PARAMETRES.
      ******************
      * Lit PARMLOT quand il est present : seules les bornes d'un
      * mode lot sont reprises, comme Matrix les applique.
           SET Parametres-Non-Lus TO TRUE
           OPEN INPUT MATRIX-PARM
           IF ST-PARM = '00'
             READ MATRIX-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-MODE = 'B' OR PARM-MODE = 'b'
                   SET Parametres-Lus TO TRUE
                   IF PARM-VAL-MIN NUMERIC AND PARM-VAL-MAX NUMERIC
                     MOVE PARM-VAL-MIN TO VAL-MIN
                     MOVE PARM-VAL-MAX TO VAL-MAX
                     IF VAL-MIN NOT = 0 OR VAL-MAX NOT = 0
                       SET CTRL-BORNES-ACTIVES TO TRUE
                     END-IF
                   END-IF
                   DISPLAY "Bornes du lot lues depuis PARMLOT."
                 END-IF
             END-READ
             CLOSE MATRIX-PARM
           END-IF
           .
      ******************************
       FIN-LIRE-PARAMETRES. EXIT.
      ******************************

      *********************
       LIRE-REJET-SUIVANT.
      *********************
           READ MATRIX-REJ
             AT END
               SET Fin-Rejets TO TRUE
           END-READ
           .
      ******************************
       FIN-LIRE-REJET-SUIVANT. EXIT.
      ******************************

      **************************
       CHARGER-MATRICE-REJETEE.
      **************************
      * Reassemble la matrice rejetee a partir de ses lignes de
      * detail, comme ASSEMBLER-MATRICE dans Matrix : la ligne
      * courante doit etre la ligne 1 et donne la taille, les
      * TAILLE - 1 suivantes se suivent dans l'ordre. Un REJETS
      * desordonne arrete la session : il a ete retouche a la main.
           MOVE REJ-DETAIL-BRUT TO LIGNE-REJETEE(1)
           IF LR-NUM-LIGNE(1) NOT = 1
                OR LR-TAILLE(1) NOT NUMERIC
                OR LR-TAILLE(1) < 2 OR LR-TAILLE(1) > 8
             MOVE "ligne de detail hors sequence dans REJETS"
               TO MOTIF-OPS
             PERFORM ABANDONNER-RECYCLAGE
                     THRU FIN-ABANDONNER-RECYCLAGE
           END-IF
           MOVE LR-TAILLE(1) TO TAILLE
           COMPUTE NB-COMP = TAILLE * TAILLE
           MOVE REJ-MOTIF TO MOTIF-REJET
           MOVE REJ-CELLULE TO CELLULE-REJET
           PERFORM VARYING NUM-LIGNE-ATTENDU FROM 2 BY 1
                   UNTIL NUM-LIGNE-ATTENDU > TAILLE
             READ MATRIX-REJ
               AT END
                 MOVE "REJETS tronque en pleine matrice"
                   TO MOTIF-OPS
                 PERFORM ABANDONNER-RECYCLAGE
                         THRU FIN-ABANDONNER-RECYCLAGE
               NOT AT END
                 MOVE REJ-DETAIL-BRUT
                   TO LIGNE-REJETEE(NUM-LIGNE-ATTENDU)
                 IF LR-TYPE-ENR(NUM-LIGNE-ATTENDU) NOT = 'D'
                      OR LR-TAILLE(NUM-LIGNE-ATTENDU) NOT = TAILLE
                      OR LR-NUM-LIGNE(NUM-LIGNE-ATTENDU)
                         NOT = NUM-LIGNE-ATTENDU
                   MOVE "ligne de detail hors sequence dans REJETS"
                     TO MOTIF-OPS
                   PERFORM ABANDONNER-RECYCLAGE
                           THRU FIN-ABANDONNER-RECYCLAGE
                 END-IF
             END-READ
           END-PERFORM
      * Totaux relus, calcules comme Matrix les a ecrits (les
      * cellules non numeriques n'entrent pas dans le total).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             ADD 1 TO NB-DETAILS-LUS
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               IF LR-VAL(I J) NUMERIC
                 ADD LR-VAL(I J) TO TOTAL-REJETS-LU
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************************
       FIN-CHARGER-MATRICE-REJETEE. EXIT.
      ******************************

      *******************
       CORRIGER-MATRICE.
      *******************
      * Presente d'abord la cellule signalee par Matrix, puis, tant
      * qu'il en reste, chaque autre cellule fautive de la matrice
      * (Matrix ne retient que la premiere) : la matrice ne part
      * dans le mini-lot que lorsqu'elle passerait les controles
      * de Matrix, ou pas du tout si l'operateur l'abandonne.
           SET Matrice-A-Resoumettre TO TRUE
           IF CELLULE-REJET NUMERIC
                AND CELLULE-REJET > 0 AND CELLULE-REJET <= NB-COMP
             MOVE CELLULE-REJET TO IND-CASE
             MOVE MOTIF-REJET TO MOTIF-CASE
             PERFORM PLACER-CELLULE THRU FIN-PLACER-CELLULE
             SET Cellule-Fautive-Trouvee TO TRUE
           ELSE
             PERFORM CHERCHER-CELLULE-FAUTIVE
                     THRU FIN-CHERCHER-CELLULE-FAUTIVE
           END-IF
           IF Aucune-Cellule-Fautive
             DISPLAY "Matrice " LR-NUM-MATRICE(1)
                     " : aucune cellule fautive, resoumise telle"
                     " quelle."
           END-IF
           PERFORM UNTIL Aucune-Cellule-Fautive OR Matrice-Abandonnee
             PERFORM AFFICHER-MATRICE-REJETEE
                     THRU FIN-AFFICHER-MATRICE-REJETEE
             PERFORM SAISIR-DECISION THRU FIN-SAISIR-DECISION
             IF Matrice-A-Resoumettre
               PERFORM CHERCHER-CELLULE-FAUTIVE
                       THRU FIN-CHERCHER-CELLULE-FAUTIVE
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-CORRIGER-MATRICE. EXIT.
      ******************************

      ***************************
       CHERCHER-CELLULE-FAUTIVE.
      ***************************
      * Premiere cellule qui ne passerait pas CONTROLES-DEB de
      * Matrix : non numerique, ou hors bornes quand des bornes
      * sont actives.
           SET Aucune-Cellule-Fautive TO TRUE
           PERFORM VARYING IND-EXAMEN FROM 1 BY 1
                   UNTIL IND-EXAMEN > NB-COMP
                      OR Cellule-Fautive-Trouvee
             MOVE IND-EXAMEN TO IND-CASE
             PERFORM PLACER-CELLULE THRU FIN-PLACER-CELLULE
             IF LR-VAL(LIGNE-CASE COLONNE-CASE) NOT NUMERIC
               SET Cellule-Fautive-Trouvee TO TRUE
               MOVE 'N' TO MOTIF-CASE
             ELSE
               IF CTRL-BORNES-ACTIVES
                 IF LR-VAL(LIGNE-CASE COLONNE-CASE) < VAL-MIN
                    OR LR-VAL(LIGNE-CASE COLONNE-CASE) > VAL-MAX
                   SET Cellule-Fautive-Trouvee TO TRUE
                   MOVE 'B' TO MOTIF-CASE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-CHERCHER-CELLULE-FAUTIVE. EXIT.
      ******************************

      *****************
       PLACER-CELLULE.
      *****************
      * Ligne et colonne de la cellule d'indice IND-CASE (les
      * cellules sont numerotees ligne par ligne, comme MAT dans
      * Matrix).
           COMPUTE LIGNE-CASE = (IND-CASE - 1) / TAILLE + 1
           COMPUTE COLONNE-CASE = IND-CASE - (LIGNE-CASE - 1) * TAILLE
           .
      ******************************
       FIN-PLACER-CELLULE. EXIT.
      ******************************

      ***************************
       AFFICHER-MATRICE-REJETEE.
      ***************************
      * Grille telle que lue, octets d'origine compris, la cellule
      * fautive encadree par > et <.
           DISPLAY "-------------------------------"
           DISPLAY "MATRICE   : " LR-NUM-MATRICE(1)
                   "  TAILLE " TAILLE
           DISPLAY "CELLULE   : " IND-CASE
                   " (LIGNE " LIGNE-CASE ", COLONNE " COLONNE-CASE
                   ") = " LR-VAL-BRUTE(LIGNE-CASE COLONNE-CASE)
           EVALUATE MOTIF-CASE
             WHEN 'N'
               DISPLAY "MOTIF     : N (VALEUR NON NUMERIQUE)"
             WHEN 'B'
               MOVE VAL-MIN TO CHAMP-BORNE
               DISPLAY "MOTIF     : B (HORS BORNES "
                       CHAMP-BORNE " A " WITH NO ADVANCING
               MOVE VAL-MAX TO CHAMP-BORNE
               DISPLAY CHAMP-BORNE ")"
             WHEN OTHER
               DISPLAY "MOTIF     : " MOTIF-CASE " (INCONNU)"
           END-EVALUATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               IF I = LIGNE-CASE AND J = COLONNE-CASE
                 DISPLAY "  >" LR-VAL-BRUTE(I J) "<"
                         WITH NO ADVANCING
               ELSE
                 DISPLAY "   " LR-VAL-BRUTE(I J) " "
                         WITH NO ADVANCING
               END-IF
             END-PERFORM
             DISPLAY " "
           END-PERFORM
           DISPLAY "-------------------------------"
           .
      ******************************
       FIN-AFFICHER-MATRICE-REJETEE. EXIT.
      ******************************

      ******************
       SAISIR-DECISION.
      ******************
           DISPLAY "C = CORRIGER LA CELLULE, A = ABANDONNER LA"
                   " MATRICE ? "
           MOVE SPACE TO DECISION
           ACCEPT DECISION
           EVALUATE DECISION
             WHEN 'C'
             WHEN 'c'
               PERFORM SAISIR-VALEUR THRU FIN-SAISIR-VALEUR
             WHEN 'A'
             WHEN 'a'
               SET Matrice-Abandonnee TO TRUE
               ADD 1 TO NB-MATRICES-ABANDON
               MOVE LR-VAL-BRUTE(LIGNE-CASE COLONNE-CASE)
                 TO VALEUR-AVANT
               MOVE 'A' TO ACTION-CORR
               PERFORM JOURNALISER-CORRECTION
                       THRU FIN-JOURNALISER-CORRECTION
               DISPLAY "Matrice " LR-NUM-MATRICE(1)
                       " abandonnee, non resoumise."
             WHEN OTHER
               DISPLAY "Choix inconnu."
           END-EVALUATE
           .
      ******************************
       FIN-SAISIR-DECISION. EXIT.
      ******************************

      ****************
       SAISIR-VALEUR.
      ****************
      * La valeur saisie passe les memes controles que dans
      * CONTROLES-DEB de Matrix ; refusee, la cellule reste telle
      * quelle et la grille est remontree.
           DISPLAY "NOUVELLE VALEUR DE LA CELLULE " IND-CASE " : "
           ACCEPT VALEUR-SAISIE
           IF VALEUR-SAISIE NOT NUMERIC
             DISPLAY "Valeur non numerique, cellule inchangee."
             GO TO FIN-SAISIR-VALEUR
           END-IF
           IF CTRL-BORNES-ACTIVES
             IF VALEUR-SAISIE < VAL-MIN OR VALEUR-SAISIE > VAL-MAX
               MOVE VAL-MIN TO CHAMP-BORNE
               DISPLAY "Valeur hors limites (" CHAMP-BORNE
                       " a " WITH NO ADVANCING
               MOVE VAL-MAX TO CHAMP-BORNE
               DISPLAY CHAMP-BORNE "), cellule inchangee."
               GO TO FIN-SAISIR-VALEUR
             END-IF
           END-IF
           MOVE LR-VAL-BRUTE(LIGNE-CASE COLONNE-CASE) TO VALEUR-AVANT
           MOVE VALEUR-SAISIE TO LR-VAL(LIGNE-CASE COLONNE-CASE)
           ADD 1 TO NB-CELLULES-CORRIGEES
           MOVE 'C' TO ACTION-CORR
           PERFORM JOURNALISER-CORRECTION
                   THRU FIN-JOURNALISER-CORRECTION
           .
      ******************************
       FIN-SAISIR-VALEUR. EXIT.
      ******************************

      *************************
       JOURNALISER-CORRECTION.
      *************************
      * Une ligne du journal des corrections par decision : qui,
      * quand, quelle matrice, quelle cellule, de quoi a quoi.
           ACCEPT OPS-AAAAMMJJ FROM DATE YYYYMMDD
           ACCEPT OPS-HHMMSSCC FROM TIME
           MOVE SPACES TO CORR-RECORD
           STRING OPS-AAAAMMJJ "-" OPS-HHMMSSCC
             DELIMITED BY SIZE INTO CORR-HORODATE
           MOVE OPERATEUR TO CORR-OPERATEUR
           MOVE ID-LOT-REJETS TO CORR-LOT-REJETS
           MOVE ID-LOT-CORRIGE TO CORR-LOT-CORRIGE
           MOVE LR-NUM-MATRICE(1) TO CORR-NUM-MATRICE
           MOVE ACTION-CORR TO CORR-ACTION
           MOVE IND-CASE TO CORR-CELLULE
           MOVE LIGNE-CASE TO CORR-LIGNE
           MOVE COLONNE-CASE TO CORR-COLONNE
           MOVE MOTIF-CASE TO CORR-MOTIF
           MOVE VALEUR-AVANT TO CORR-VAL-AVANT
           IF Corr-Cellule-Corrigee
             MOVE VALEUR-SAISIE TO CORR-VAL-APRES
           END-IF
           WRITE CORR-RECORD
           IF ST-CORR NOT = '00'
             DISPLAY "Ecriture CORRJRNL refusee, code etat "
                     ST-CORR "."
             MOVE "CORRJRNL en echec d'ecriture" TO MOTIF-OPS
             PERFORM ABANDONNER-RECYCLAGE
                     THRU FIN-ABANDONNER-RECYCLAGE
           END-IF
           .
      ******************************
       FIN-JOURNALISER-CORRECTION. EXIT.
      ******************************

      **************************
       ECRIRE-MATRICE-CORRIGEE.
      **************************
      * Les lignes de detail de la matrice, cellules corrigees
      * comprises, au format MATEXTIN, en alimentant les totaux de
      * controle du mini-lot corrige.
           ADD 1 TO NB-MATRICES-ECRITES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             MOVE LIGNE-REJETEE(I) TO EXTRAIT-DETAIL
             WRITE EXTRAIT-DETAIL
             ADD 1 TO NB-DETAILS-ECRITS
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               ADD LR-VAL(I J) TO TOTAL-CONTROLE
             END-PERFORM
           END-PERFORM
           .
      ******************************
       FIN-ECRIRE-MATRICE-CORRIGEE. EXIT.
      ******************************

      ***********************
       CONTROLER-FIN-REJETS.
      ***********************
      * L'enregistrement de fin de REJETS doit retrouver les
      * totaux relus ; un ecart dit que le fichier a ete retouche
      * ou tronque. Le mini-lot corrige a ses propres totaux et
      * reste bon, mais l'ecart est signale.
           SET Fin-Lot-Vue TO TRUE
           IF REJ-FIN-NB-DETAILS NOT = NB-DETAILS-LUS
                OR REJ-FIN-TOTAL NOT = TOTAL-REJETS-LU
             DISPLAY "Totaux de fin de REJETS differents des lignes"
                     " relues : fichier retouche ?"
             SET Rejets-Incoherents TO TRUE
           END-IF
           .
      ******************************
       FIN-CONTROLER-FIN-REJETS. EXIT.
      ******************************

      *************************
       ECRIRE-FIN-LOT-CORRIGE.
      *************************
           INITIALIZE EXTRAIT-FIN
           MOVE 'F' TO FIN-TYPE-ENR
           MOVE NB-DETAILS-ECRITS TO FIN-NB-DETAILS
           MOVE TOTAL-CONTROLE TO FIN-TOTAL-CONTROLE
           WRITE EXTRAIT-FIN
           .
      ******************************
       FIN-ECRIRE-FIN-LOT-CORRIGE. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas la
      * correction, il est seulement signale.
           OPEN EXTEND MATRIX-OPS
           IF ST-OPS = '35' OR ST-OPS = '05'
             OPEN OUTPUT MATRIX-OPS
           END-IF
           IF ST-OPS NOT = '00'
             DISPLAY "Journal OPSJRNL inaccessible, code etat "
                     ST-OPS "."
           ELSE
             ACCEPT OPS-AAAAMMJJ FROM DATE YYYYMMDD
             ACCEPT OPS-HHMMSSCC FROM TIME
             MOVE SPACES TO OPS-RECORD
             STRING OPS-AAAAMMJJ "-" OPS-HHMMSSCC
               DELIMITED BY SIZE INTO OPS-HORODATE
             MOVE "MatrixCor" TO OPS-PROGRAMME
             MOVE ETAPE-OPS TO OPS-ETAPE
             MOVE ENTREES-OPS TO OPS-NB-ENTREES
             MOVE SORTIES-OPS TO OPS-NB-SORTIES
             MOVE RC-OPS TO OPS-CODE-RETOUR
             MOVE VERDICT-OPS TO OPS-VERDICT
             MOVE MOTIF-OPS TO OPS-MOTIF
             WRITE OPS-RECORD
             CLOSE MATRIX-OPS
           END-IF
           .
      ******************************
       FIN-JOURNALISER-OPS. EXIT.
      ******************************

      ***********************
       ABANDONNER-RECYCLAGE.
      ***********************
      * REJETS inutilisable (sans entete, desordonne, tronque en
      * pleine matrice) ou operateur non identifie : la session
      * s'arrete avec le code 10. Le mini-lot REJCORR reste sans
      * enregistrement de fin, Matrix le refuserait tel quel (le
      * motif a ete pose dans MOTIF-OPS par l'appelant).
           DISPLAY "Correction arretee : REJCORR incomplet, a ne pas"
                   " soumettre."
           CLOSE MATRIX-REJ
           CLOSE MATRIX-CORR-OUT
           CLOSE MATRIX-CORRJRNL
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-MATRICES-LUES TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 10 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 10 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-ABANDONNER-RECYCLAGE. EXIT.
      ******************************

      ***********************
       ABANDONNER-OUVERTURE.
      ***********************
      * Fichier inouvrable : la correction s'arrete avec le code 12
      * apres une etape de fin au journal d'exploitation (le motif
      * a ete pose dans MOTIF-OPS par l'appelant).
           MOVE 'FIN' TO ETAPE-OPS
           MOVE 0 TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 12 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-ABANDONNER-OUVERTURE. EXIT.
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
      * Code 4 quand REJETS ne retrouve pas ses propres totaux de
      * fin : le mini-lot corrige est bon, mais le fichier des
      * rejets a ete retouche ou tronque avant la session.
           CLOSE MATRIX-REJ
           CLOSE MATRIX-CORR-OUT
           CLOSE MATRIX-CORRJRNL
           IF Rejets-Incoherents
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-MATRICES-LUES TO ENTREES-OPS
           MOVE NB-MATRICES-ECRITES TO SORTIES-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "CORRIGEES " NB-MATRICES-ECRITES " ABANDON "
                  NB-MATRICES-ABANDON " LOT " ID-LOT-CORRIGE
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Matrices rejetees relues : " NB-MATRICES-LUES
                   " (resoumises : " NB-MATRICES-ECRITES
                   ", abandonnees : " NB-MATRICES-ABANDON ")"
           DISPLAY "Cellules corrigees : " NB-CELLULES-CORRIGEES
           DISPLAY "Mini-lot corrige dans REJCORR, lot "
                   ID-LOT-CORRIGE "."
           DISPLAY 'Fin de la correction des rejets.'
           STOP RUN.
       END PROGRAM MatrixCor.
