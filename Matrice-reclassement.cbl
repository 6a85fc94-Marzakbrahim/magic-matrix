       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixRcl.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Catalogue maitre : les carres catalogues avant le classement
      * par famille portent des familles a blanc ; ils sont
      * reclasses en place par le module commun MatrixFam, comme
      * Matrix classe les nouveaux carres a la verification.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Rapport de reclassement : chaque carre classe avec ses
      * familles, les grilles qui ne revalident plus, et les
      * totaux par famille.
           SELECT MATRIX-RCLRPT   ASSIGN "RCLRPT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-RPT.

      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy) : une etape horodatee au demarrage et a
      * chaque fin de passage, pour la page de synthese du matin.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-CAT.
           COPY CATREC.

       FD  MATRIX-RCLRPT.
           COPY RCLRPREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-CAT   PIC X(02).
       01 ST-RPT   PIC X(02).

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

      * Familles rendues par le module commun MatrixFam :
       COPY FAMDEF.

      * Compteurs d'ensemble : carres lus, deja classes (laisses
      * tels quels, le passage peut etre relance sans dommage),
      * classes par ce passage, grilles illisibles ou qui ne
      * revalident plus (a voir avec le controle d'integrite
      * MatrixInt), mises a jour refusees, et totaux par famille
      * des carres classes.
       01 NB-LUS            PIC 9(08) VALUE 0.
       01 NB-DEJA-CLASSES   PIC 9(08) VALUE 0.
       01 NB-CLASSES        PIC 9(08) VALUE 0.
       01 NB-ILLISIBLES     PIC 9(08) VALUE 0.
       01 NB-NON-MAGIQUES   PIC 9(08) VALUE 0.
       01 NB-REFUS          PIC 9(08) VALUE 0.
       01 NB-PANDIAGONAUX   PIC 9(08) VALUE 0.
       01 NB-ASSOCIATIFS    PIC 9(08) VALUE 0.
       01 NB-PLUS-PARFAITS  PIC 9(08) VALUE 0.
       01 NB-SEMI-MAGIQUES  PIC 9(08) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT   PIC 9(04).
       01 CHAMP-CPT PIC -9(08).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Passage unique de mise a niveau du catalogue : chaque carre
      * aux familles encore a blanc est revalide et classe par les
      * modules communs MatrixVer et MatrixFam, et ses familles sont
      * reecrites en place. Les carres deja classes ne sont pas
      * touches ; une relance ne fait donc que finir le travail.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           MOVE 0 TO CAT-SERIE
           START MATRIX-CAT KEY NOT LESS CAT-SERIE
             INVALID KEY
               MOVE '10' TO ST-CAT
           END-START
           PERFORM UNTIL ST-CAT NOT = '00'
             READ MATRIX-CAT NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM RECLASSER-CARRE THRU FIN-RECLASSER-CARRE
             END-READ
           END-PERFORM
           MOVE '00' TO ST-CAT
           PERFORM RAPPORT-FINAL THRU FIN-RAPPORT-FINAL
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Reclassement du catalogue ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixRcl" TO DEP-PROGRAMME
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

           OPEN I-O MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-RCLRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir RCLRPT, code etat "
                     ST-RPT "."
             MOVE "RCLRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO RCLRAP-RECORD
           STRING "RECLASSEMENT DU CATALOGUE PAR FAMILLE"
                  DELIMITED BY SIZE INTO RCLRAP-RECORD
           WRITE RCLRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *******************
       RECLASSER-CARRE.
      *******************
      * Un carre deja classe (familles a O ou N ; un ancien
      * enregistrement n'a que du blanc, ou un remplissage
      * quelconque, derriere la date de parution) est laisse tel
      * quel. Une grille de taille illisible n'est pas classee.
      * Sinon la grille est revalidee et classee comme a la
      * verification, et ses familles sont reecrites ; une grille
      * qui n'est plus ni magique ni semi-magique est classee quand
      * meme (aucune famille) et signalee pour le controle
      * d'integrite.
           ADD 1 TO NB-LUS
           IF (CAT-FAM-PANDIAGONAL = 'O' OR 'N')
                AND (CAT-FAM-ASSOCIATIF = 'O' OR 'N')
                AND (CAT-FAM-PLUS-PARFAIT = 'O' OR 'N')
                AND (CAT-FAM-SEMI-MAGIQUE = 'O' OR 'N')
             ADD 1 TO NB-DEJA-CLASSES
             GO TO FIN-RECLASSER-CARRE
           END-IF
           IF CAT-TAILLE NOT NUMERIC
                OR CAT-TAILLE < 2 OR CAT-TAILLE > 8
             ADD 1 TO NB-ILLISIBLES
             MOVE SPACES TO RCLRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " : TAILLE ILLISIBLE, NON CLASSEE"
                    DELIMITED BY SIZE
               INTO RCLRAP-RECORD
             WRITE RCLRAP-RECORD
             GO TO FIN-RECLASSER-CARRE
           END-IF

           MOVE CAT-TAILLE TO TAILLE
           INITIALIZE Tab-Matrix Sommes
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               COMPUTE SOMME-INDICES = (I - 1) * TAILLE + J
               MOVE CAT-MATRICE(SOMME-INDICES) TO Valeur(I J)
             END-PERFORM
           END-PERFORM
           CALL "MatrixVer" USING TAILLE Tab-Matrix Sommes Magique
           CALL "MatrixFam" USING TAILLE Tab-Matrix Sommes Magique
                                  FAMILLES-CARRE

           MOVE FAMILLES-CARRE TO CAT-FAMILLES
           REWRITE CAT-RECORD
             INVALID KEY
               CONTINUE
           END-REWRITE
           IF ST-CAT NOT = '00'
             ADD 1 TO NB-REFUS
             MOVE SPACES TO RCLRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " : MISE A JOUR REFUSEE, CODE ETAT "
                    DELIMITED BY SIZE
                    ST-CAT DELIMITED BY SIZE
               INTO RCLRAP-RECORD
             WRITE RCLRAP-RECORD
      * Le parcours continue sur l'enregistrement suivant.
             MOVE '00' TO ST-CAT
             GO TO FIN-RECLASSER-CARRE
           END-IF

           ADD 1 TO NB-CLASSES
           MOVE SPACES TO RCLRAP-RECORD
           MOVE 1 TO PTR-RPT
           STRING "  SERIE " DELIMITED BY SIZE
                  CAT-SERIE DELIMITED BY SIZE
                  " TAILLE " DELIMITED BY SIZE
                  CAT-TAILLE DELIMITED BY SIZE
                  " :" DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           IF Fam-Pandiagonal-Oui
             ADD 1 TO NB-PANDIAGONAUX
             STRING " PANDIAGONAL" DELIMITED BY SIZE
               INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           IF Fam-Associatif-Oui
             ADD 1 TO NB-ASSOCIATIFS
             STRING " ASSOCIATIF" DELIMITED BY SIZE
               INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           IF Fam-Plus-Parfait-Oui
             ADD 1 TO NB-PLUS-PARFAITS
             STRING " PLUS-PARFAIT" DELIMITED BY SIZE
               INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           IF Fam-Semi-Magique-Oui
             ADD 1 TO NB-SEMI-MAGIQUES
             STRING " SEMI-MAGIQUE" DELIMITED BY SIZE
               INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           IF Magique-Non AND Fam-Semi-Magique-Non
             ADD 1 TO NB-NON-MAGIQUES
             STRING " *** GRILLE NON MAGIQUE A LA REVERIFICATION"
                    " (VOIR MATRIXINT)" DELIMITED BY SIZE
               INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           ELSE
             IF FAMILLES-CARRE = 'NNNN'
               STRING " AUCUNE FAMILLE PARTICULIERE"
                      DELIMITED BY SIZE
                 INTO RCLRAP-RECORD WITH POINTER PTR-RPT
             END-IF
           END-IF
           WRITE RCLRAP-RECORD
           .
      ******************************
       FIN-RECLASSER-CARRE. EXIT.
      ******************************

      *****************
       RAPPORT-FINAL.
      *****************
           MOVE SPACES TO RCLRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-LUS TO CHAMP-CPT
           STRING "CARRES LUS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-CLASSES TO CHAMP-CPT
           STRING "  CLASSES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-DEJA-CLASSES TO CHAMP-CPT
           STRING "  DEJA CLASSES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           WRITE RCLRAP-RECORD

           MOVE SPACES TO RCLRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-PANDIAGONAUX TO CHAMP-CPT
           STRING "PANDIAGONAUX : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ASSOCIATIFS TO CHAMP-CPT
           STRING "  ASSOCIATIFS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-PLUS-PARFAITS TO CHAMP-CPT
           STRING "  PLUS-PARFAITS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-SEMI-MAGIQUES TO CHAMP-CPT
           STRING "  SEMI-MAGIQUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           WRITE RCLRAP-RECORD

           MOVE SPACES TO RCLRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-NON-MAGIQUES TO CHAMP-CPT
           STRING "NON MAGIQUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ILLISIBLES TO CHAMP-CPT
           STRING "  ILLISIBLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-REFUS TO CHAMP-CPT
           STRING "  MISES A JOUR REFUSEES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RCLRAP-RECORD WITH POINTER PTR-RPT
           WRITE RCLRAP-RECORD
           .
      ******************************
       FIN-RAPPORT-FINAL. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas le
      * reclassement, il est seulement signale.
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
             MOVE "MatrixRcl" TO OPS-PROGRAMME
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
       ABANDONNER-OUVERTURE.
      ***********************
      * Fichier inouvrable : le reclassement s'arrete avec le code
      * 12 apres une etape de fin au journal d'exploitation (le
      * motif a ete pose dans MOTIF-OPS par l'appelant).
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
      * Code retour pour l'ordonnanceur : zero quand tous les
      * carres a classer l'ont ete, 4 quand le rapport porte des
      * grilles illisibles ou non magiques, ou des mises a jour
      * refusees, 12 fichier inouvrable.
           CLOSE MATRIX-CAT
           CLOSE MATRIX-RCLRPT
           IF NB-ILLISIBLES > 0 OR NB-NON-MAGIQUES > 0
                OR NB-REFUS > 0
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-LUS TO ENTREES-OPS
           MOVE NB-CLASSES TO SORTIES-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "CLASSES " NB-CLASSES
                  " DEJA " NB-DEJA-CLASSES
                  " ANOMALIES " NB-NON-MAGIQUES
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Carres classes : " NB-CLASSES
                   " sur " NB-LUS
           DISPLAY "Deja classes : " NB-DEJA-CLASSES
                   ", illisibles : " NB-ILLISIBLES
                   ", non magiques : " NB-NON-MAGIQUES
                   ", refus : " NB-REFUS
           DISPLAY 'Fin de reclassement.'
           STOP RUN.
       END PROGRAM MatrixRcl.
