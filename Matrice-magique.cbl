           88 Magique-Oui  VALUE 'Y'.
           88 Magique-Non  VALUE 'N'.

      * Familles du carre rendues par le module commun MatrixFam
      * (pandiagonal, associatif, plus-parfait, semi-magique) :
       COPY FAMDEF.

      * Mode de saisie : interactif au terminal, ou lot depuis
      * l'extrait du CMS.
       01 MODE-SAISIE-REP  PIC X.
       01 MOTIF-REJET      PIC X(01).
       01 CELLULE-REJET    PIC 9(04).
       01 DETAILS-COURANTS.
           05 DETAIL-BRUT OCCURS 8 PIC X(51).
       01 NB-DETAILS-REJET   PIC 9(08) VALUE 0.
       01 TOTAL-CONTROLE-REJET PIC S9(12) VALUE 0.
       01 ID-LOT-REJET     PIC X(10).
       01 NB-MAGIQUE-NON   PIC 9(8) VALUE 0.
       01 NB-REJETS        PIC 9(8) VALUE 0.
       01 NB-DOUBLONS      PIC 9(8) VALUE 0.
      * Presque-carres semi-magiques (lignes et colonnes justes,
      * diagonales fausses) : comptes parmi les non magiques, ils
      * sont catalogues pour les pages debutants mais jamais
      * exportes ; leurs redites sont comptees a part pour ne pas
      * fausser le compte attendu de l'export.
       01 NB-SEMI-MAGIQUES PIC 9(8) VALUE 0.
       01 NB-DOUBLONS-SEMI PIC 9(8) VALUE 0.

      * Detection des doublons : un carre magique qui, a une
      * rotation ou une reflexion pres, a deja ete vu plus tot dans
      * Numerotation du catalogue maitre : dernier numero de serie
      * attribue (relu du catalogue a l'ouverture) et numero de la
      * matrice en cours (zero tant qu'aucun numero n'est attribue,
      * c'est-a-dire pour toute matrice non magique qui n'est pas
      * un presque-carre semi-magique).
       01 DERNIERE-SERIE  PIC 9(08) VALUE 0.
       01 SERIE-COURANTE  PIC 9(08) VALUE 0.

      * Contributeur de la matrice en cours, pris sur sa premiere
      * ligne de detail et reporte sur la piste d'audit et au
      * catalogue (a blanc en mode interactif) :
       01 CONTRIBUTEUR-COURANT PIC X(08) VALUE SPACES.

      * Plus grand numero de serie rencontre dans AUDITLOG : un lot
      * interrompu a pu auditer des numeros jamais inscrits au
      * catalogue (l'inscription est differee en fin de lot) ; la
       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.

      * Zones de travail pour la construction des lignes
      * delimitees (export CSV et rapport) :
       01 LIGNE-CSV       PIC X(512).
           DISPLAY '*** Matrice magique ***'
           DISPLAY '***********************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "Matrix" TO DEP-PROGRAMME
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

           MOVE 0 TO VAL-MIN
           MOVE 0 TO VAL-MAX
             PERFORM PRENDRE-HORODATE THRU FIN-PRENDRE-HORODATE
             MOVE 0 TO SERIE-COURANTE
             SET Doublon-Non TO TRUE
             IF Magique-Oui OR Fam-Semi-Magique-Oui
               PERFORM CALCULER-FORME-CANONIQUE
                       THRU FIN-CALCULER-FORME-CANONIQUE
               PERFORM CATALOGUER-MATRICE THRU FIN-CATALOGUER-MATRICE
      * module commun MatrixVer, le meme que la revalidation de
      * MatrixGen : les deux verdicts ne peuvent plus diverger.
           CALL "MatrixVer" USING TAILLE Tab-Matrix Sommes Magique
      * Le classement par famille suit le verdict, par le module
      * commun MatrixFam (le meme que la revalidation de MatrixInt
      * et que le reclassement du catalogue).
           CALL "MatrixFam" USING TAILLE Tab-Matrix Sommes Magique
                                  FAMILLES-CARRE

           IF Magique-Oui
             MOVE Sm(1) TO CHAMP-NUM
             DISPLAY "-  Yes, Matrice magique !!!!  -"
             DISPLAY "-  Constante magique : " CHAMP-NUM "        -"
             DISPLAY "-------------------------------"
             IF Fam-Pandiagonal-Oui
               DISPLAY "-  Famille : pandiagonal"
             END-IF
             IF Fam-Associatif-Oui
               DISPLAY "-  Famille : associatif"
             END-IF
             IF Fam-Plus-Parfait-Oui
               DISPLAY "-  Famille : plus-parfait"
             END-IF
           ELSE
             DISPLAY "-----------------------------------"
             DISPLAY "-  C'est pas une matrice magique  -"
             DISPLAY "-----------------------------------"
             IF Fam-Semi-Magique-Oui
               DISPLAY "-  Famille : semi-magique (seules les"
                       " diagonales cassent le carre)"
             END-IF
             PERFORM AFFICHER-DIAGNOSTIC THRU FIN-AFFICHER-DIAGNOSTIC
           END-IF

                         THRU FIN-ENREGISTRER-LIGNE-RAPPORT
               ELSE
                 ADD 1 TO NB-MAGIQUE-NON
      * Un presque-carre semi-magique est dedoublonne et catalogue
      * comme un carre magique (MatrixIss ne le sert qu'aux lignes
      * de plan qui demandent la famille S).
                 IF Fam-Semi-Magique-Oui
                   PERFORM CALCULER-FORME-CANONIQUE
                           THRU FIN-CALCULER-FORME-CANONIQUE
                   PERFORM RECHERCHER-DOUBLON
                           THRU FIN-RECHERCHER-DOUBLON
                   IF Doublon-Oui
                     ADD 1 TO NB-DOUBLONS-SEMI
                   ELSE
                     ADD 1 TO NB-SEMI-MAGIQUES
                     PERFORM CATALOGUER-MATRICE
                             THRU FIN-CATALOGUER-MATRICE
                   END-IF
                   PERFORM ENREGISTRER-LIGNE-RAPPORT
                           THRU FIN-ENREGISTRER-LIGNE-RAPPORT
                 END-IF
               END-IF
               PERFORM ENREGISTRER-AUDIT THRU FIN-ENREGISTRER-AUDIT
               IF Export-Demande AND Magique-Oui AND Doublon-Non
      *   la moitie reprise soit dedoublonnee contre la moitie deja
      *   auditee sans empoisonner l'historique si la reprise
      *   avorte a son tour.
           IF (AUDIT-MAGIQUE = 'Y'
                 OR (AUDIT-SERIE NUMERIC AND AUDIT-SERIE > 0))
                AND AUDIT-DOUBLON NOT = 'D'
                AND AUDIT-TAILLE NUMERIC
                AND ((Historique-Neuf
             PERFORM ABANDONNER-LOT THRU FIN-ABANDONNER-LOT
           END-IF
           MOVE DET-TAILLE TO TAILLE
           MOVE DET-CONTRIBUTEUR TO CONTRIBUTEUR-COURANT
           COMPUTE NB-COMP = TAILLE * TAILLE
           COMPUTE NB-SOMMES = 2 * TAILLE + 2
           INITIALIZE Tab-Matrix Sommes MATRICE
      ***************************
       ENREGISTRER-LIGNE-RAPPORT.
      ***************************
      * Une ligne par matrice magique (ou presque-carre
      * semi-magique) trouvee dans le lot, avec son numero
      * d'enregistrement dans l'extrait, sa constante magique
      * (Sm(1)) et ses familles ; un doublon est signale sur sa
      * ligne.
           MOVE SPACES TO RAPPORT-RECORD
           MOVE NB-LUS TO CHAMP-CPT
           MOVE Sm(1) TO CHAMP-NUM
           MOVE 1 TO PTR-CSV
           IF Magique-Oui
             STRING "  MATRICE MAGIQUE No " DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           ELSE
             STRING "  MATRICE SEMI-MAGIQUE No " DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           END-IF
           STRING CHAMP-CPT DELIMITED BY SIZE
                  " - CONSTANTE : " DELIMITED BY SIZE
                  CHAMP-NUM DELIMITED BY SIZE
             INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           IF Fam-Pandiagonal-Oui
             STRING " PANDIAGONALE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           END-IF
           IF Fam-Associatif-Oui
             STRING " ASSOCIATIVE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           END-IF
           IF Fam-Plus-Parfait-Oui
             STRING " PLUS-PARFAITE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           END-IF
           IF Doublon-Oui
             STRING " (DOUBLON, NON EXPORTEE)" DELIMITED BY SIZE
               INTO RAPPORT-RECORD WITH POINTER PTR-CSV
             INTO RAPPORT-RECORD
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES TO RAPPORT-RECORD
           MOVE 1 TO PTR-CSV
           MOVE NB-SEMI-MAGIQUES TO CHAMP-CPT
           STRING "SEMI-MAGIQUES CATALOGUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           MOVE NB-DOUBLONS-SEMI TO CHAMP-CPT
           STRING " (DOUBLONS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO RAPPORT-RECORD WITH POINTER PTR-CSV
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           DISPLAY "Total matrices traitees  : " NB-TRAITES
           DISPLAY "Matrices magiques        : " NB-MAGIQUE-OUI
           DISPLAY "Matrices non magiques     : " NB-MAGIQUE-NON
           DISPLAY "Matrices rejetees        : " NB-REJETS
           DISPLAY "Doublons detectes        : " NB-DOUBLONS
           DISPLAY "Semi-magiques catalogues : " NB-SEMI-MAGIQUES
           .
      ******************************
       FIN-RAPPORT-FIN-LOT. EXIT.
           ELSE
             MOVE SPACE TO AUDIT-DOUBLON
           END-IF
           MOVE CONTRIBUTEUR-COURANT TO AUDIT-CONTRIBUTEUR
           WRITE AUDIT-RECORD

           IF MODE-INTERACTIF
       CATALOGUER-MATRICE.
      **********************
      * Attribue le numero de serie permanent de la matrice magique
      * (ou du presque-carre semi-magique) et prepare son
      * enregistrement de catalogue (taille, constante, familles,
      * contributeur, horodatage de verification, etat initial V ;
      * MatrixCat le fait evoluer vers P ou R). En mode lot
      * l'enregistrement est mis en attente et ne sera inscrit au
      * catalogue qu'apres un controle de coherence equilibre ; en
             MOVE MAT(I) TO CAT-MATRICE(I)
           END-PERFORM
           MOVE FORME-COURANTE TO CAT-FORME-CANONIQUE
           MOVE FAMILLES-CARRE TO CAT-FAMILLES
           MOVE CONTRIBUTEUR-COURANT TO CAT-CONTRIBUTEUR

           IF MODE-BATCH
             IF NB-CAT-ATTENTE < 5000
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
