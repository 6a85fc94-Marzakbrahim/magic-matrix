       FILE-CONTROL.
      * Plan de composition de la parution (PLANREC.cpy) : entete
      * avec l'identifiant de parution, puis une ligne par melange
      * demande (quantite, taille, constante et famille
      * eventuelles).
           SELECT MATRIX-PLAN     ASSIGN "PLANISSUE"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PLAN.
       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.

      * Entete du plan memorisee pour le manifeste :
       01 ID-PARUTION   PIC X(08).
       01 DATE-PLAN     PIC 9(08).
       01 QTE-DEMANDEE  PIC 9(03).
       01 TAILLE-VOULUE PIC 9(02).
       01 CSTE-VOULUE   PIC S9(04).
       01 FAMILLE-VOULUE PIC X(01).
       01 NB-SERVIS     PIC 9(03).

      * Le carre lu repond-il a la famille de la ligne de plan :
       01 CTRL-FAMILLE PIC X.
           88 Famille-Retenue  VALUE 'O'.
           88 Famille-Ecartee  VALUE 'N'.

      * Fin de parcours de la liste par cle secondaire :
       01 CTRL-FIN-LISTE PIC X.
           88 Fin-Liste     VALUE 'O'.
           DISPLAY '*** Assemblage de parution    ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixIss" TO DEP-PROGRAMME
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

           OPEN INPUT MATRIX-PLAN
           IF ST-PLAN NOT = '00'
      * quantite demandee, les marque P, et ecrit chaque serie
      * retenue au manifeste. Une ligne que le stock ne permet pas
      * de servir en entier est dite non servie sur le manifeste.
      * Une ligne qui demande une famille ne retient que le stock V
      * de cette famille ; une ligne sans famille ne sert jamais
      * de presque-carre semi-magique.
           ADD 1 TO NB-LIGNES-PLAN
           IF PLD-QUANTITE NOT NUMERIC OR PLD-QUANTITE = 0
                OR PLD-TAILLE NOT NUMERIC
                OR PLD-TAILLE < 2 OR PLD-TAILLE > 8
                OR PLD-CONSTANTE NOT NUMERIC
                OR NOT Pld-Famille-Valide
             DISPLAY "Ligne de plan " NB-LIGNES-PLAN " invalide,"
                     " plan invalide."
             PERFORM ABANDONNER-PLAN THRU FIN-ABANDONNER-PLAN
           MOVE PLD-QUANTITE TO QTE-DEMANDEE
           MOVE PLD-TAILLE TO TAILLE-VOULUE
           MOVE PLD-CONSTANTE TO CSTE-VOULUE
           MOVE PLD-FAMILLE TO FAMILLE-VOULUE
           MOVE 0 TO NB-SERVIS

           PERFORM MANIFESTE-LIGNE-PLAN
                     SET Fin-Liste TO TRUE
                   ELSE
                     IF CAT-ETAT = 'V'
                       PERFORM CONTROLER-FAMILLE
                               THRU FIN-CONTROLER-FAMILLE
                       IF Famille-Retenue
                         PERFORM RETENIR-CARRE
                                 THRU FIN-RETENIR-CARRE
                       END-IF
                     END-IF
                   END-IF
                 END-IF
       FIN-SERVIR-LIGNE-PLAN. EXIT.
      ******************************

      ********************
       CONTROLER-FAMILLE.
      ********************
      * Famille demandee par la ligne de plan (codes de
      * FAMDEF.cpy). Un carre pas encore classe (familles a blanc)
      * ne sert qu'une ligne sans famille.
           SET Famille-Retenue TO TRUE
           EVALUATE FAMILLE-VOULUE
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
             WHEN OTHER
               IF CAT-FAM-SEMI-MAGIQUE = 'O'
                 SET Famille-Ecartee TO TRUE
               END-IF
           END-EVALUATE
           .
      ******************************
       FIN-CONTROLER-FAMILLE. EXIT.
      ******************************

      *****************
       RETENIR-CARRE.
      *****************
                    CHAMP-CPT DELIMITED BY SIZE
               INTO MANIFESTE-RECORD WITH POINTER PTR-MANIF
           END-IF
           EVALUATE FAMILLE-VOULUE
             WHEN 'P'
               STRING " PANDIAGONAUX" DELIMITED BY SIZE
                 INTO MANIFESTE-RECORD WITH POINTER PTR-MANIF
             WHEN 'A'
               STRING " ASSOCIATIFS" DELIMITED BY SIZE
                 INTO MANIFESTE-RECORD WITH POINTER PTR-MANIF
             WHEN 'M'
               STRING " PLUS-PARFAITS" DELIMITED BY SIZE
                 INTO MANIFESTE-RECORD WITH POINTER PTR-MANIF
             WHEN 'S'
               STRING " SEMI-MAGIQUES (PAGE DEBUTANTS)"
                      DELIMITED BY SIZE
                 INTO MANIFESTE-RECORD WITH POINTER PTR-MANIF
           END-EVALUATE
           WRITE MANIFESTE-RECORD
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
