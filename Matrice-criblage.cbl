       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixCrib.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Grilles soumises par les auteurs exterieurs (SOUMREC.cpy),
      * une par enregistrement.
           SELECT MATRIX-SOUM     ASSIGN "SOUMIS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-SOUM.

      * Historique indexe des formes canoniques (FORMREC.cpy), en
      * lecture seule : une forme connue est un doublon, quelle que
      * soit la symetrie sous laquelle la grille a ete soumise.
           SELECT MATRIX-FORM     ASSIGN "FORMHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY FH-CLE
                                   FILE STATUS IS ST-FORM.

      * Catalogue maitre, en lecture seule : etat et parution de la
      * serie dont la soumission est le doublon.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Rapport de criblage : un verdict par soumission.
           SELECT MATRIX-CRIBRPT  ASSIGN "CRIBRPT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-RPT.

      * Les seules grilles nouvelles et magiques, au format
      * d'extrait que Matrix lit en mode lot (MATEXTIN.cpy : entete,
      * details, fin de lot avec totaux de controle).
           SELECT MATRIX-CRIB-OUT ASSIGN "MATCRIBOUT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OUT.

      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy) : une etape horodatee au demarrage et a
      * chaque fin de passage, pour la page de synthese du matin.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-SOUM.
           COPY SOUMREC.

       FD  MATRIX-FORM.
           COPY FORMREC.

       FD  MATRIX-CAT.
           COPY CATREC.

       FD  MATRIX-CRIBRPT.
           COPY CRIBRPREC.

       FD  MATRIX-CRIB-OUT.
           COPY MATEXTIN.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-SOUM PIC X(02).
       01 ST-FORM PIC X(02).
       01 ST-CAT  PIC X(02).
       01 ST-RPT  PIC X(02).
       01 ST-OUT  PIC X(02).

      * indice pour parcourir la matrice :
       01 I PIC 9(2).
       01 J PIC 9(2).
      * La taille de la matrice :
       01 TAILLE PIC 9(2).

      * La structure de la matrice et des sommes, partagee avec
      * Matrix et MatrixGen :
       COPY MATRDEF.

       01 SOMME-INDICES PIC 9(2).

      * Verdict rendu par le module commun MatrixVer :
       01 Magique  PIC X.
           88 Magique-Oui  VALUE 'Y'.
           88 Magique-Non  VALUE 'N'.

      * Forme canonique de la grille soumise (la plus petite des
      * huit ecritures par symetrie, meme calcul que Matrix) et
      * variante en cours d'essai :
       01 FORME-COURANTE   PIC X(256).
       01 FORME-VARIANTE   PIC X(256).
       01 VAR-TRANSFO      PIC 9(1).
       01 SRC-I            PIC 9(2).
       01 SRC-J            PIC 9(2).
       01 PTR-FORME        PIC 9(4).
       01 CELLULE-EDITEE   PIC -999.

      * Formes des grilles nouvelles deja retenues dans ce fichier,
      * pour qu'un auteur qui envoie deux fois la meme grille (ou
      * deux auteurs la meme) n'en fasse passer qu'une a Matrix.
       01 NB-FORMES-LOT    PIC 9(03) VALUE 0.
       01 IND-FORME        PIC 9(03).
       01 TAB-FORMES-LOT.
           05 FL-ENTREE OCCURS 500.
              10 FL-TAILLE     PIC 9(02).
              10 FL-FORME      PIC X(256).
              10 FL-SOUMISSION PIC 9(06).
       01 CTRL-SATURATION PIC X VALUE 'N'.
           88 Saturation-Signalee     VALUE 'O'.
           88 Saturation-Non-Signalee VALUE 'N'.

      * Soumission courante : numero d'ordre dans le fichier,
      * lisibilite et verdict.
       01 NUM-SOUMISSION   PIC 9(06) VALUE 0.
       01 CTRL-GRILLE PIC X.
           88 Grille-Lisible   VALUE 'O'.
           88 Grille-Illisible VALUE 'N'.
       01 CTRL-VERDICT PIC X.
           88 Verdict-Nouveau       VALUE 'N'.
           88 Verdict-Doublon-Cat   VALUE 'C'.
           88 Verdict-Doublon-Lot   VALUE 'L'.
           88 Verdict-Non-Magique   VALUE 'M'.
           88 Verdict-Illisible     VALUE 'I'.
       01 SOUMISSION-ORIGINE PIC 9(06).

      * Drapeau de fin du fichier des soumissions :
       01 CTRL-FIN-SOUM PIC X.
           88 Fin-Soumissions     VALUE 'O'.
           88 Pas-Fin-Soumissions VALUE 'N'.

      * Extrait des grilles nouvelles : identifiant de lot (SO +
      * mois, jour, heure et minute du passage), numero de matrice
      * et totaux de controle.
       01 DATE-CRIBLAGE       PIC 9(08).
       01 HEURE-CRIBLAGE      PIC 9(08).
       01 ID-LOT-CRIBLAGE     PIC X(10).
       01 NUM-MATRICE-EXTRAIT PIC 9(06) VALUE 0.
       01 NB-DETAILS-ECRITS   PIC 9(08) VALUE 0.
       01 TOTAL-CONTROLE      PIC S9(12) VALUE 0.

      * Compteurs d'ensemble :
       01 NB-NOUVEAUX      PIC 9(08) VALUE 0.
       01 NB-DOUBLONS-CAT  PIC 9(08) VALUE 0.
       01 NB-DOUBLONS-LOT  PIC 9(08) VALUE 0.
       01 NB-NON-MAGIQUES  PIC 9(08) VALUE 0.
       01 NB-ILLISIBLES    PIC 9(08) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT     PIC 9(04).
       01 CHAMP-CPT   PIC -9(08).
       01 CHAMP-CSTE  PIC -9(04).

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
      * Criblage des grilles soumises par les auteurs exterieurs
      * avant tout paiement : pour chacune, verdict de MatrixVer,
      * forme canonique cherchee dans FORMHIST (un carre deja a
      * nous, meme tourne ou retourne, est un doublon), et extrait
      * MATCRIBOUT des seules grilles nouvelles et magiques, pret a
      * passer en lot dans Matrix.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM LIRE-SOUMISSION-SUIVANTE
                   THRU FIN-LIRE-SOUMISSION-SUIVANTE
           PERFORM UNTIL Fin-Soumissions
             ADD 1 TO NUM-SOUMISSION
             PERFORM CRIBLER-SOUMISSION THRU FIN-CRIBLER-SOUMISSION
             PERFORM LIRE-SOUMISSION-SUIVANTE
                     THRU FIN-LIRE-SOUMISSION-SUIVANTE
           END-PERFORM
           PERFORM ECRIRE-FIN-EXTRAIT THRU FIN-ECRIRE-FIN-EXTRAIT
           PERFORM BILAN-CRIBLAGE THRU FIN-BILAN-CRIBLAGE
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Criblage des soumissions  ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixCrib" TO DEP-PROGRAMME
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

           OPEN INPUT MATRIX-SOUM
           IF ST-SOUM NOT = '00'
             DISPLAY "Impossible d'ouvrir SOUMIS, code etat "
                     ST-SOUM "."
             DISPLAY "Pas de soumissions, rien a cribler."
             MOVE "SOUMIS inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CRIBLAGE
                     THRU FIN-ABANDONNER-CRIBLAGE
           END-IF
           OPEN INPUT MATRIX-FORM
           IF ST-FORM NOT = '00'
             DISPLAY "Impossible d'ouvrir FORMHIST, code etat "
                     ST-FORM "."
             MOVE "FORMHIST inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CRIBLAGE
                     THRU FIN-ABANDONNER-CRIBLAGE
           END-IF
           OPEN INPUT MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CRIBLAGE
                     THRU FIN-ABANDONNER-CRIBLAGE
           END-IF
           OPEN OUTPUT MATRIX-CRIBRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir CRIBRPT, code etat "
                     ST-RPT "."
             MOVE "CRIBRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CRIBLAGE
                     THRU FIN-ABANDONNER-CRIBLAGE
           END-IF
           OPEN OUTPUT MATRIX-CRIB-OUT
           IF ST-OUT NOT = '00'
             DISPLAY "Impossible d'ouvrir MATCRIBOUT, code etat "
                     ST-OUT "."
             MOVE "MATCRIBOUT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CRIBLAGE
                     THRU FIN-ABANDONNER-CRIBLAGE
           END-IF

      * Identifiant de lot propre a chaque passage, pour que le
      * registre des lots de Matrix ne le prenne pas pour un
      * extrait deja traite.
           ACCEPT DATE-CRIBLAGE FROM DATE YYYYMMDD
           ACCEPT HEURE-CRIBLAGE FROM TIME
           MOVE SPACES TO ID-LOT-CRIBLAGE
           STRING "SO" DATE-CRIBLAGE(5:4) HEURE-CRIBLAGE(1:4)
             DELIMITED BY SIZE INTO ID-LOT-CRIBLAGE
           INITIALIZE EXTRAIT-ENTETE
           MOVE 'E' TO ENT-TYPE-ENR
           MOVE DATE-CRIBLAGE TO ENT-DATE-EXTRAIT
           MOVE ID-LOT-CRIBLAGE TO ENT-ID-LOT
           WRITE EXTRAIT-ENTETE

           MOVE SPACES TO CRIBRAP-RECORD
           STRING "RAPPORT DE CRIBLAGE DES SOUMISSIONS - EXTRAIT "
                  DELIMITED BY SIZE
                  ID-LOT-CRIBLAGE DELIMITED BY SIZE
             INTO CRIBRAP-RECORD
           WRITE CRIBRAP-RECORD

           SET Pas-Fin-Soumissions TO TRUE
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ***************************
       LIRE-SOUMISSION-SUIVANTE.
      ***************************
           READ MATRIX-SOUM
             AT END
               SET Fin-Soumissions TO TRUE
           END-READ
           .
      ******************************
       FIN-LIRE-SOUMISSION-SUIVANTE. EXIT.
      ******************************

      **********************
       CRIBLER-SOUMISSION.
      **********************
      * Une soumission : taille et valeurs lisibles, verdict de
      * MatrixVer, puis forme canonique contre l'historique et
      * contre les grilles nouvelles deja retenues dans ce fichier.
           SET Verdict-Nouveau TO TRUE
           SET Grille-Lisible TO TRUE
           IF SOUM-TAILLE NOT NUMERIC
             SET Grille-Illisible TO TRUE
           ELSE
             IF SOUM-TAILLE < 3 OR SOUM-TAILLE > 8
               SET Grille-Illisible TO TRUE
             END-IF
           END-IF
           IF Grille-Lisible
             MOVE SOUM-TAILLE TO TAILLE
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
                 COMPUTE SOMME-INDICES = (I - 1) * TAILLE + J
                 IF SOUM-VAL(SOMME-INDICES) NUMERIC
                   MOVE SOUM-VAL(SOMME-INDICES) TO Valeur(I J)
                 ELSE
                   SET Grille-Illisible TO TRUE
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           IF Grille-Illisible
             SET Verdict-Illisible TO TRUE
             ADD 1 TO NB-ILLISIBLES
             PERFORM ECRIRE-VERDICT THRU FIN-ECRIRE-VERDICT
             GO TO FIN-CRIBLER-SOUMISSION
           END-IF

           CALL "MatrixVer" USING TAILLE Tab-Matrix Sommes Magique
           IF NOT Magique-Oui
             SET Verdict-Non-Magique TO TRUE
             ADD 1 TO NB-NON-MAGIQUES
             PERFORM ECRIRE-VERDICT THRU FIN-ECRIRE-VERDICT
             GO TO FIN-CRIBLER-SOUMISSION
           END-IF

           PERFORM CALCULER-FORME-CANONIQUE
                   THRU FIN-CALCULER-FORME-CANONIQUE
           MOVE TAILLE TO FH-TAILLE
           MOVE FORME-COURANTE TO FH-FORME
           READ MATRIX-FORM KEY IS FH-CLE
             INVALID KEY
               CONTINUE
           END-READ
           IF ST-FORM = '00'
             SET Verdict-Doublon-Cat TO TRUE
             ADD 1 TO NB-DOUBLONS-CAT
             IF FH-SERIE > 0
               MOVE FH-SERIE TO CAT-SERIE
               READ MATRIX-CAT
                 INVALID KEY
                   CONTINUE
               END-READ
             END-IF
             PERFORM ECRIRE-VERDICT THRU FIN-ECRIRE-VERDICT
             GO TO FIN-CRIBLER-SOUMISSION
           END-IF

           PERFORM VARYING IND-FORME FROM 1 BY 1
                   UNTIL IND-FORME > NB-FORMES-LOT
                      OR Verdict-Doublon-Lot
             IF FL-TAILLE(IND-FORME) = TAILLE
                  AND FL-FORME(IND-FORME) = FORME-COURANTE
               SET Verdict-Doublon-Lot TO TRUE
               MOVE FL-SOUMISSION(IND-FORME) TO SOUMISSION-ORIGINE
             END-IF
           END-PERFORM
           IF Verdict-Doublon-Lot
             ADD 1 TO NB-DOUBLONS-LOT
             PERFORM ECRIRE-VERDICT THRU FIN-ECRIRE-VERDICT
             GO TO FIN-CRIBLER-SOUMISSION
           END-IF

           SET Verdict-Nouveau TO TRUE
           ADD 1 TO NB-NOUVEAUX
           IF NB-FORMES-LOT < 500
             ADD 1 TO NB-FORMES-LOT
             MOVE TAILLE TO FL-TAILLE(NB-FORMES-LOT)
             MOVE FORME-COURANTE TO FL-FORME(NB-FORMES-LOT)
             MOVE NUM-SOUMISSION TO FL-SOUMISSION(NB-FORMES-LOT)
           ELSE
             IF Saturation-Non-Signalee
               SET Saturation-Signalee TO TRUE
               DISPLAY "Table des formes du fichier saturee : les"
                       " doublons entre soumissions suivantes"
                       " seront laisses a Matrix."
             END-IF
           END-IF
           PERFORM ECRIRE-DETAILS-CARRE THRU FIN-ECRIRE-DETAILS-CARRE
           PERFORM ECRIRE-VERDICT THRU FIN-ECRIRE-VERDICT
           .
      ******************************
       FIN-CRIBLER-SOUMISSION. EXIT.
      ******************************

      *****************
       ECRIRE-VERDICT.
      *****************
      * Ligne du rapport pour la soumission courante, selon le
      * verdict pose par l'appelant.
           MOVE SPACES TO CRIBRAP-RECORD
           MOVE 1 TO PTR-RPT
           STRING "  SOUMISSION " DELIMITED BY SIZE
                  NUM-SOUMISSION DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  SOUM-REFERENCE DELIMITED BY SIZE
                  " TAILLE " DELIMITED BY SIZE
                  SOUM-TAILLE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           EVALUATE TRUE
             WHEN Verdict-Nouveau
               MOVE Sm(1) TO CHAMP-CSTE
               STRING "NOUVEAU, CONSTANTE " DELIMITED BY SIZE
                      CHAMP-CSTE DELIMITED BY SIZE
                      " (MATRICE " DELIMITED BY SIZE
                      NUM-MATRICE-EXTRAIT DELIMITED BY SIZE
                      " DE L'EXTRAIT)" DELIMITED BY SIZE
                 INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
             WHEN Verdict-Doublon-Cat
               IF FH-SERIE = 0
                 STRING "DOUBLON D'UN CARRE D'AVANT LE CATALOGUE"
                        DELIMITED BY SIZE
                   INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
               ELSE
                 STRING "DOUBLON DE LA SERIE " DELIMITED BY SIZE
                        FH-SERIE DELIMITED BY SIZE
                   INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
                 IF ST-CAT NOT = '00'
                   STRING " (ABSENTE DU CATALOGUE)" DELIMITED BY SIZE
                     INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
                 ELSE
                   STRING " ETAT " DELIMITED BY SIZE
                          CAT-ETAT DELIMITED BY SIZE
                     INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
                   IF CAT-ID-PARUTION NOT = SPACES
                     STRING " PARUTION " DELIMITED BY SIZE
                            CAT-ID-PARUTION DELIMITED BY SIZE
                       INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
                   END-IF
                   IF CAT-DATE-PARUTION NUMERIC
                        AND CAT-DATE-PARUTION > 0
                     STRING " DU " DELIMITED BY SIZE
                            CAT-DATE-PARUTION DELIMITED BY SIZE
                       INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
                   END-IF
                 END-IF
               END-IF
             WHEN Verdict-Doublon-Lot
               STRING "DOUBLON DE LA SOUMISSION " DELIMITED BY SIZE
                      SOUMISSION-ORIGINE DELIMITED BY SIZE
                      " DU MEME FICHIER" DELIMITED BY SIZE
                 INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
             WHEN Verdict-Non-Magique
               STRING "NON MAGIQUE" DELIMITED BY SIZE
                 INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
             WHEN OTHER
               STRING "ILLISIBLE (TAILLE OU VALEUR HORS FORMAT)"
                      DELIMITED BY SIZE
                 INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           END-EVALUATE
           WRITE CRIBRAP-RECORD
           .
      ******************************
       FIN-ECRIRE-VERDICT. EXIT.
      ******************************

      ****************************
       CALCULER-FORME-CANONIQUE.
      ****************************
      * Meme calcul que dans Matrix : les huit symetries du carre
      * (identite, trois rotations, transposee, deux reflexions,
      * anti-transposee) sont ecrites l'une apres l'autre dans
      * FORME-VARIANTE, et la plus petite au sens alphanumerique
      * est retenue.
           MOVE HIGH-VALUES TO FORME-COURANTE
           PERFORM VARYING VAR-TRANSFO FROM 1 BY 1
                                               UNTIL VAR-TRANSFO > 8
             MOVE SPACES TO FORME-VARIANTE
             MOVE 1 TO PTR-FORME
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
                 EVALUATE VAR-TRANSFO
                   WHEN 1
                     MOVE I TO SRC-I
                     MOVE J TO SRC-J
                   WHEN 2
                     COMPUTE SRC-I = TAILLE + 1 - J
                     MOVE I TO SRC-J
                   WHEN 3
                     COMPUTE SRC-I = TAILLE + 1 - I
                     COMPUTE SRC-J = TAILLE + 1 - J
                   WHEN 4
                     MOVE J TO SRC-I
                     COMPUTE SRC-J = TAILLE + 1 - I
                   WHEN 5
                     MOVE J TO SRC-I
                     MOVE I TO SRC-J
                   WHEN 6
                     MOVE I TO SRC-I
                     COMPUTE SRC-J = TAILLE + 1 - J
                   WHEN 7
                     COMPUTE SRC-I = TAILLE + 1 - I
                     MOVE J TO SRC-J
                   WHEN 8
                     COMPUTE SRC-I = TAILLE + 1 - J
                     COMPUTE SRC-J = TAILLE + 1 - I
                 END-EVALUATE
                 MOVE Valeur(SRC-I SRC-J) TO CELLULE-EDITEE
                 STRING CELLULE-EDITEE DELIMITED BY SIZE
                   INTO FORME-VARIANTE WITH POINTER PTR-FORME
               END-PERFORM
             END-PERFORM
             IF FORME-VARIANTE < FORME-COURANTE
               MOVE FORME-VARIANTE TO FORME-COURANTE
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-CALCULER-FORME-CANONIQUE. EXIT.
      ******************************

      ***********************
       ECRIRE-DETAILS-CARRE.
      ***********************
      * Une ligne de detail par ligne de la grille nouvelle
      * (Tab-Matrix), en alimentant les totaux de controle de
      * l'extrait.
           ADD 1 TO NUM-MATRICE-EXTRAIT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             INITIALIZE EXTRAIT-DETAIL
             MOVE 'D' TO DET-TYPE-ENR
             MOVE NUM-MATRICE-EXTRAIT TO DET-NUM-MATRICE
             MOVE I TO DET-NUM-LIGNE
             MOVE TAILLE TO DET-TAILLE
             MOVE SOUM-CONTRIBUTEUR TO DET-CONTRIBUTEUR
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               MOVE Valeur(I J) TO DET-VAL(J)
               ADD Valeur(I J) TO TOTAL-CONTROLE
             END-PERFORM
             WRITE EXTRAIT-DETAIL
             ADD 1 TO NB-DETAILS-ECRITS
           END-PERFORM
           .
      ******************************
       FIN-ECRIRE-DETAILS-CARRE. EXIT.
      ******************************

      *********************
       ECRIRE-FIN-EXTRAIT.
      *********************
           INITIALIZE EXTRAIT-FIN
           MOVE 'F' TO FIN-TYPE-ENR
           MOVE NB-DETAILS-ECRITS TO FIN-NB-DETAILS
           MOVE TOTAL-CONTROLE TO FIN-TOTAL-CONTROLE
           WRITE EXTRAIT-FIN
           .
      ******************************
       FIN-ECRIRE-FIN-EXTRAIT. EXIT.
      ******************************

      ******************
       BILAN-CRIBLAGE.
      ******************
           MOVE SPACES TO CRIBRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NUM-SOUMISSION TO CHAMP-CPT
           STRING "SOUMISSIONS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-NOUVEAUX TO CHAMP-CPT
           STRING "  NOUVELLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-DOUBLONS-CAT TO CHAMP-CPT
           STRING "  DOUBLONS DU CATALOGUE : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           WRITE CRIBRAP-RECORD
           MOVE SPACES TO CRIBRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-DOUBLONS-LOT TO CHAMP-CPT
           STRING "DOUBLONS DANS LE FICHIER : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-NON-MAGIQUES TO CHAMP-CPT
           STRING "  NON MAGIQUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ILLISIBLES TO CHAMP-CPT
           STRING "  ILLISIBLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CRIBRAP-RECORD WITH POINTER PTR-RPT
           WRITE CRIBRAP-RECORD
           .
      ******************************
       FIN-BILAN-CRIBLAGE. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas le
      * criblage, il est seulement signale.
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
             MOVE "MatrixCrib" TO OPS-PROGRAMME
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
       ABANDONNER-CRIBLAGE.
      ***********************
      * Fichier inouvrable : le criblage s'arrete avec le code 12
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
       FIN-ABANDONNER-CRIBLAGE. EXIT.
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
      * Code 4 quand des soumissions sont illisibles : elles sont a
      * redemander a leur auteur.
           CLOSE MATRIX-SOUM
           CLOSE MATRIX-FORM
           CLOSE MATRIX-CAT
           CLOSE MATRIX-CRIBRPT
           CLOSE MATRIX-CRIB-OUT
           IF NB-ILLISIBLES > 0
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NUM-SOUMISSION TO ENTREES-OPS
           MOVE NB-NOUVEAUX TO SORTIES-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "NOUVELLES " NB-NOUVEAUX " DOUBLONS "
                  NB-DOUBLONS-CAT " LOT " ID-LOT-CRIBLAGE
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Soumissions criblees : " NUM-SOUMISSION
                   " (nouvelles : " NB-NOUVEAUX ", doublons : "
                   NB-DOUBLONS-CAT ")"
           DISPLAY "Grilles nouvelles dans MATCRIBOUT, lot "
                   ID-LOT-CRIBLAGE "."
           DISPLAY 'Fin du criblage des soumissions.'
           STOP RUN.
       END PROGRAM MatrixCrib.
