       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixDep.

      * Module commun de controle des predecesseurs, appele par
      * chaque programme de la chaine en tete d'INITIALISATION-DEB :
      * avant de toucher a ses fichiers, le programme s'assure au
      * journal d'exploitation que ses predecesseurs (table
      * DEPTAB.cpy) ont fini proprement dans la fenetre de passage.
      * Une seule table et un seul code pour toute la chaine, comme
      * MatrixVer pour le verdict des carres.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy), en lecture seule.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

      * Reprises forcees de la journee (FRCREC.cpy), facultatif.
           SELECT MATRIX-FRC      ASSIGN "CHAINFRC"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-FRC.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-OPS.
           COPY OPSREC.

       FD  MATRIX-FRC.
           COPY FRCREC.

       WORKING-STORAGE SECTION.

       01 ST-OPS PIC X(02).
       01 ST-FRC PIC X(02).

      * La table des dependances de la chaine :
       COPY DEPTAB.

      * Derniere etape vue au journal pour chaque entree de la
      * table qui concerne l'appelant (le journal etant ajoute au
      * fil de l'eau, la derniere lue est la plus recente) :
       01 IND-DEP PIC 9(03).
       01 NB-PREDECESSEURS PIC 9(03).
       01 TAB-DERNIERES.
           05 DER-ENTREE OCCURS 50.
              10 DER-VUE         PIC X(01).
              10 DER-ETAPE       PIC X(05).
              10 DER-CODE-RETOUR PIC 9(02).

      * Fenetre de passage : instants exprimes en minutes depuis
      * l'origine du calendrier, pour traverser minuit sans souci.
       01 DATE-JOUR       PIC 9(08).
       01 HEURE-JOUR      PIC 9(08).
       01 MINUTES-JOUR    PIC 9(10).
       01 MINUTES-ETAPE   PIC 9(10).
       01 MINUTES-DEBUT   PIC 9(10).
       01 DATE-ETAPE      PIC 9(08).
       01 HEURES-ETAPE    PIC 9(02).
       01 MINUTES-HEURE   PIC 9(02).

      * Premier predecesseur non propre et sa raison :
       01 CTRL-PROPRE PIC X.
           88 Predecesseurs-Propres  VALUE 'O'.
           88 Predecesseur-Non-Propre VALUE 'N'.
       01 RAISON-DEP      PIC X(40).

       LINKAGE SECTION.

      * Programme appelant, decision et motif :
       COPY DEPPARM.

       PROCEDURE DIVISION USING DEP-DEMANDE.

      ***********************
       CONTROLE-PREDECESSEURS.
      ***********************
      * Releve au journal la derniere etape de chaque predecesseur
      * de l'appelant dans sa fenetre, puis rend la decision :
      * autorise, refuse (predecesseur non propre), ou force quand
      * CHAINFRC porte l'appelant pour la journee.
           SET Dep-Autorise TO TRUE
           MOVE SPACES TO DEP-MOTIF
           SET Predecesseurs-Propres TO TRUE
           MOVE 0 TO NB-PREDECESSEURS
           PERFORM VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > NB-DEPENDANCES
             MOVE 'N' TO DER-VUE(IND-DEP)
             MOVE SPACES TO DER-ETAPE(IND-DEP)
             MOVE 0 TO DER-CODE-RETOUR(IND-DEP)
             IF DEP-TAB-PROGRAMME(IND-DEP) = DEP-PROGRAMME
               ADD 1 TO NB-PREDECESSEURS
             END-IF
           END-PERFORM
           IF NB-PREDECESSEURS = 0
             PERFORM FIN
           END-IF

           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT HEURE-JOUR FROM TIME
           MOVE HEURE-JOUR(1:2) TO HEURES-ETAPE
           MOVE HEURE-JOUR(3:2) TO MINUTES-HEURE
           COMPUTE MINUTES-JOUR =
               FUNCTION INTEGER-OF-DATE(DATE-JOUR) * 1440
             + HEURES-ETAPE * 60 + MINUTES-HEURE

           PERFORM RELEVER-JOURNAL THRU FIN-RELEVER-JOURNAL

           PERFORM VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > NB-DEPENDANCES
                      OR Predecesseur-Non-Propre
             IF DEP-TAB-PROGRAMME(IND-DEP) = DEP-PROGRAMME
               PERFORM JUGER-PREDECESSEUR
                       THRU FIN-JUGER-PREDECESSEUR
             END-IF
           END-PERFORM

           IF Predecesseur-Non-Propre
             PERFORM CHERCHER-REPRISE-FORCEE
                     THRU FIN-CHERCHER-REPRISE-FORCEE
             MOVE SPACES TO DEP-MOTIF
             IF Dep-Force
               STRING "REPRISE FORCEE MALGRE " DELIMITED BY SIZE
                      RAISON-DEP DELIMITED BY SIZE
                 INTO DEP-MOTIF
             ELSE
               SET Dep-Refuse TO TRUE
               STRING "PREDECESSEUR NON PROPRE : " DELIMITED BY SIZE
                      RAISON-DEP DELIMITED BY SIZE
                 INTO DEP-MOTIF
             END-IF
           END-IF
           PERFORM FIN
           .
      ******************************
       FIN-CONTROLE-PREDECESSEURS. EXIT.
      ******************************

      *******************
       RELEVER-JOURNAL.
      *******************
      * Pas de journal : aucun predecesseur n'a tourne.
           OPEN INPUT MATRIX-OPS
           IF ST-OPS NOT = '00'
             GO TO FIN-RELEVER-JOURNAL
           END-IF
           PERFORM UNTIL ST-OPS NOT = '00'
             READ MATRIX-OPS
               AT END
                 CONTINUE
               NOT AT END
                 IF OPS-HORODATE(1:8) NUMERIC
                      AND OPS-HORODATE(10:4) NUMERIC
                   PERFORM RANGER-ETAPE THRU FIN-RANGER-ETAPE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-OPS
           .
      ******************************
       FIN-RELEVER-JOURNAL. EXIT.
      ******************************

      ****************
       RANGER-ETAPE.
      ****************
      * Retient l'etape courante pour chaque entree de l'appelant
      * dont elle concerne le predecesseur et tombe dans la
      * fenetre.
           MOVE OPS-HORODATE(1:8) TO DATE-ETAPE
           MOVE OPS-HORODATE(10:2) TO HEURES-ETAPE
           MOVE OPS-HORODATE(12:2) TO MINUTES-HEURE
           COMPUTE MINUTES-ETAPE =
               FUNCTION INTEGER-OF-DATE(DATE-ETAPE) * 1440
             + HEURES-ETAPE * 60 + MINUTES-HEURE
           PERFORM VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > NB-DEPENDANCES
             IF DEP-TAB-PROGRAMME(IND-DEP) = DEP-PROGRAMME
                  AND DEP-TAB-PREDECESSEUR(IND-DEP) = OPS-PROGRAMME
               COMPUTE MINUTES-DEBUT =
                   MINUTES-JOUR - DEP-TAB-FENETRE(IND-DEP) * 60
               IF MINUTES-ETAPE >= MINUTES-DEBUT
                 MOVE 'O' TO DER-VUE(IND-DEP)
                 MOVE OPS-ETAPE TO DER-ETAPE(IND-DEP)
                 MOVE OPS-CODE-RETOUR TO DER-CODE-RETOUR(IND-DEP)
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-RANGER-ETAPE. EXIT.
      ******************************

      **********************
       JUGER-PREDECESSEUR.
      **********************
      * Un predecesseur est propre quand sa derniere etape de la
      * fenetre est une fin au code retour admis ; un debut sans
      * fin est un passage en cours ou plante. Absent de la
      * fenetre, il n'est en faute que si sa presence est exigee.
           EVALUATE TRUE
             WHEN DER-VUE(IND-DEP) NOT = 'O'
               IF Presence-Obligatoire(IND-DEP)
                 SET Predecesseur-Non-Propre TO TRUE
                 MOVE SPACES TO RAISON-DEP
                 STRING DEP-TAB-PREDECESSEUR(IND-DEP)
                        DELIMITED BY SPACE
                        " ABSENT DE LA FENETRE" DELIMITED BY SIZE
                   INTO RAISON-DEP
               END-IF
             WHEN DER-ETAPE(IND-DEP) NOT = 'FIN'
               SET Predecesseur-Non-Propre TO TRUE
               MOVE SPACES TO RAISON-DEP
               STRING DEP-TAB-PREDECESSEUR(IND-DEP)
                      DELIMITED BY SPACE
                      " EN COURS OU PLANTE" DELIMITED BY SIZE
                 INTO RAISON-DEP
             WHEN DER-CODE-RETOUR(IND-DEP) > DEP-TAB-RC-MAX(IND-DEP)
               SET Predecesseur-Non-Propre TO TRUE
               MOVE SPACES TO RAISON-DEP
               STRING DEP-TAB-PREDECESSEUR(IND-DEP)
                      DELIMITED BY SPACE
                      " FINI EN RC " DELIMITED BY SIZE
                      DER-CODE-RETOUR(IND-DEP) DELIMITED BY SIZE
                 INTO RAISON-DEP
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ******************************
       FIN-JUGER-PREDECESSEUR. EXIT.
      ******************************

      ***************************
       CHERCHER-REPRISE-FORCEE.
      ***************************
      * Une ligne CHAINFRC au nom de l'appelant et datee du jour
      * autorise la relance deliberee.
           OPEN INPUT MATRIX-FRC
           IF ST-FRC NOT = '00'
             GO TO FIN-CHERCHER-REPRISE-FORCEE
           END-IF
           PERFORM UNTIL ST-FRC NOT = '00' OR Dep-Force
             READ MATRIX-FRC
               AT END
                 CONTINUE
               NOT AT END
                 IF FRC-PROGRAMME = DEP-PROGRAMME
                      AND FRC-DATE = DATE-JOUR
                   SET Dep-Force TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-FRC
           .
      ******************************
       FIN-CHERCHER-REPRISE-FORCEE. EXIT.
      ******************************

      ******
       FIN.
      ******
           GOBACK.
       END PROGRAM MatrixDep.
