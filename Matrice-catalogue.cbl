       01 SERIE-DEMANDEE     PIC 9(08).
       01 TAILLE-DEMANDEE    PIC 9(02).
       01 CSTE-DEMANDEE      PIC S9(04).
      * Famille demandee a la liste (codes de FAMDEF.cpy, a blanc
      * = toutes familles, semi-magiques compris) :
       01 FAMILLE-DEMANDEE   PIC X(01).
           88 Famille-Valide       VALUE SPACE 'P' 'A' 'M' 'S'.

      * Le carre lu repond-il a la famille demandee :
       01 CTRL-FAMILLE PIC X.
           88 Famille-Retenue  VALUE 'O'.
           88 Famille-Ecartee  VALUE 'N'.

      * Familles du carre en clair, pour la consultation et la
      * liste :
       01 FAMILLES-EDITEES   PIC X(50).
       01 PTR-FAM            PIC 9(04).

      * Resultat de la lecture par cle :
       01 CTRL-LECTURE PIC X.
       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.


       PROCEDURE DIVISION.

           DISPLAY '*** Catalogue carres magiques ***'
           DISPLAY '********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixCat" TO DEP-PROGRAMME
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
      ****************
           DISPLAY " "
           DISPLAY "1 = CONSULTER PAR NUMERO DE SERIE"
           DISPLAY "2 = LISTER PAR TAILLE / CONSTANTE / FAMILLE"
           DISPLAY "3 = MARQUER PUBLIE"
           DISPLAY "4 = MARQUER RETIRE"
           DISPLAY "0 = FIN"
      **********************
      * Parcourt la cle secondaire taille + constante : toutes les
      * constantes d'une taille donnee (constante demandee a zero),
      * ou une seule combinaison taille + constante, en ne gardant
      * au besoin que les carres d'une famille.
           DISPLAY "TAILLE RECHERCHEE (2 A 8) ? "
           ACCEPT TAILLE-DEMANDEE
           DISPLAY "CONSTANTE RECHERCHEE (0 = TOUTES) ? "
           ACCEPT CSTE-DEMANDEE
           DISPLAY "FAMILLE (P = PANDIAGONAL, A = ASSOCIATIF,"
                   " M = PLUS-PARFAIT, S = SEMI-MAGIQUE,"
                   " VIDE = TOUTES) ? "
           MOVE SPACE TO FAMILLE-DEMANDEE
           ACCEPT FAMILLE-DEMANDEE
           IF NOT Famille-Valide
             DISPLAY "Famille " FAMILLE-DEMANDEE " inconnue."
             GO TO FIN-LISTER-PAR-CRITERES
           END-IF

      * Plancher de la cle secondaire pour "toutes constantes" :
      * la cle se compare octet par octet et le signe separe en
                        AND CAT-CONSTANTE NOT = CSTE-DEMANDEE
                     SET Fin-Liste TO TRUE
                   ELSE
                     PERFORM CONTROLER-FAMILLE
                             THRU FIN-CONTROLER-FAMILLE
                     IF Famille-Retenue
                       ADD 1 TO NB-LISTES
                       PERFORM AFFICHER-LIGNE-LISTE
                               THRU FIN-AFFICHER-LIGNE-LISTE
                     END-IF
                   END-IF
                 END-IF
             END-READ
       FIN-LISTER-PAR-CRITERES. EXIT.
      ******************************

      ********************
       CONTROLER-FAMILLE.
      ********************
      * Un carre pas encore classe (familles a blanc) n'appartient
      * a aucune famille tant que le reclassement n'est pas passe.
           SET Famille-Retenue TO TRUE
           EVALUATE FAMILLE-DEMANDEE
             WHEN 'P'
               IF CAT-FAM-PANDIAGONAL NOT = 'O'
                 SET Famille-Ecartee TO TRUE
               END-IF
             WHEN 'A'
               IF CAT-FAM-ASSOCIATIF NOT = 'O'
                 SET Famille-Ecartee TO TRUE
               END-IF
             WHEN 'M'
               IF CAT-FAM-PLUS-PARFAIT NOT = 'O'
                 SET Famille-Ecartee TO TRUE
               END-IF
             WHEN 'S'
               IF CAT-FAM-SEMI-MAGIQUE NOT = 'O'
                 SET Famille-Ecartee TO TRUE
               END-IF
           END-EVALUATE
           .
      ******************************
       FIN-CONTROLER-FAMILLE. EXIT.
      ******************************

      ***********************
       AFFICHER-LIGNE-LISTE.
      ***********************
           PERFORM EDITER-FAMILLES THRU FIN-EDITER-FAMILLES
           DISPLAY "  SERIE " CAT-SERIE
                   " TAILLE " CAT-TAILLE
                   " CONSTANTE " CAT-CONSTANTE
                   " ETAT " CAT-ETAT
                   " VERIFIE LE " CAT-HORODATE
           DISPLAY "    FAMILLES : " FAMILLES-EDITEES
           .
      ******************************
       FIN-AFFICHER-LIGNE-LISTE. EXIT.
           DISPLAY "TAILLE    : " CAT-TAILLE
           DISPLAY "CONSTANTE : " CAT-CONSTANTE
           DISPLAY "VERIFIE   : " CAT-HORODATE
           PERFORM EDITER-FAMILLES THRU FIN-EDITER-FAMILLES
           DISPLAY "FAMILLES  : " FAMILLES-EDITEES
           EVALUATE CAT-ETAT
             WHEN 'V'
               DISPLAY "ETAT      : V (VERIFIE)"
       FIN-AFFICHER-CARRE. EXIT.
      **************************

      ******************
       EDITER-FAMILLES.
      ******************
      * Familles du carre courant en clair ; un carre catalogue
      * avant le classement (familles a blanc) est dit non classe.
           MOVE SPACES TO FAMILLES-EDITEES
           MOVE 1 TO PTR-FAM
           IF CAT-FAMILLES = SPACES
             MOVE "NON CLASSE" TO FAMILLES-EDITEES
             GO TO FIN-EDITER-FAMILLES
           END-IF
           IF CAT-FAM-PANDIAGONAL = 'O'
             STRING "PANDIAGONAL " DELIMITED BY SIZE
               INTO FAMILLES-EDITEES WITH POINTER PTR-FAM
           END-IF
           IF CAT-FAM-ASSOCIATIF = 'O'
             STRING "ASSOCIATIF " DELIMITED BY SIZE
               INTO FAMILLES-EDITEES WITH POINTER PTR-FAM
           END-IF
           IF CAT-FAM-PLUS-PARFAIT = 'O'
             STRING "PLUS-PARFAIT " DELIMITED BY SIZE
               INTO FAMILLES-EDITEES WITH POINTER PTR-FAM
           END-IF
           IF CAT-FAM-SEMI-MAGIQUE = 'O'
             STRING "SEMI-MAGIQUE " DELIMITED BY SIZE
               INTO FAMILLES-EDITEES WITH POINTER PTR-FAM
           END-IF
           IF PTR-FAM = 1
             MOVE "AUCUNE FAMILLE PARTICULIERE" TO FAMILLES-EDITEES
           END-IF
           .
      ******************************
       FIN-EDITER-FAMILLES. EXIT.
      ******************************

      ***************
       CHANGER-ETAT.
      ***************
       FIN-JOURNALISER-OPS. EXIT.
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
