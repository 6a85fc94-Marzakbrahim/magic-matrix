       01 NB-PROPRES   PIC 9(04) VALUE 0.
       01 NB-AVERTIS   PIC 9(04) VALUE 0.
       01 NB-ECHECS    PIC 9(04) VALUE 0.
       01 NB-RETENUS   PIC 9(04) VALUE 0.
       01 NB-FORCES    PIC 9(04) VALUE 0.

      * Etapes retenues par le controle des predecesseurs (fin au
      * code 14, le programme n'a pas demarre) et reprises forcees
      * malgre un predecesseur non propre (debut portant un motif),
      * listees a part des echecs :
       01 IND-RET PIC 9(02).
       01 TAB-RETENUES.
           05 RET-ENTREE OCCURS 50.
              10 RET-TYPE      PIC X(01).
                 88 Etape-Retenue VALUE 'R'.
                 88 Etape-Forcee  VALUE 'F'.
              10 RET-HEURE     PIC X(08).
              10 RET-PROGRAMME PIC X(10).
              10 RET-MOTIF     PIC X(60).
       01 NB-RET-TAB PIC 9(02) VALUE 0.

      * Zones de travail pour les lignes de la page :
       01 PTR-JOUR  PIC 9(04).
      * Tire du journal d'exploitation la page de synthese de la
      * journee demandee : une ligne par fin de passage (programme,
      * comptes, verdict, motif d'echec), les programmes demarres
      * sans fin journalisee, les etapes retenues faute de
      * predecesseur propre (a part des echecs), et le bilan
      * propre / averti / echoue / retenu.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM DEPOUILLER-JOURNAL THRU FIN-DEPOUILLER-JOURNAL
           PERFORM LISTER-SANS-FIN THRU FIN-LISTER-SANS-FIN
           PERFORM LISTER-RETENUES THRU FIN-LISTER-RETENUES
           PERFORM BILAN-JOURNEE THRU FIN-BILAN-JOURNEE
           PERFORM FIN
           .
                 IF OPS-HORODATE(1:8) = JOUR-FILTRE
                   PERFORM POINTER-PROGRAMME
                           THRU FIN-POINTER-PROGRAMME
                   EVALUATE TRUE
                     WHEN OPS-ETAPE = 'FIN' AND OPS-CODE-RETOUR = 14
                       ADD 1 TO NB-RETENUS
                       PERFORM RETENIR-ETAPE THRU FIN-RETENIR-ETAPE
                     WHEN OPS-ETAPE = 'FIN'
                       PERFORM EDITER-LIGNE-FIN
                               THRU FIN-EDITER-LIGNE-FIN
                     WHEN OPS-ETAPE = 'DEBUT' AND OPS-MOTIF NOT = SPACES
                       ADD 1 TO NB-FORCES
                       PERFORM RETENIR-ETAPE THRU FIN-RETENIR-ETAPE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
       FIN-LISTER-SANS-FIN. EXIT.
      ******************************

      ****************
       RETENIR-ETAPE.
      ****************
      * Garde l'etape courante pour la liste des etapes retenues
      * et des reprises forcees.
           IF NB-RET-TAB < 50
             ADD 1 TO NB-RET-TAB
             IF OPS-ETAPE = 'FIN'
               SET Etape-Retenue(NB-RET-TAB) TO TRUE
             ELSE
               SET Etape-Forcee(NB-RET-TAB) TO TRUE
             END-IF
             MOVE OPS-HORODATE(10:8) TO RET-HEURE(NB-RET-TAB)
             MOVE OPS-PROGRAMME TO RET-PROGRAMME(NB-RET-TAB)
             MOVE OPS-MOTIF TO RET-MOTIF(NB-RET-TAB)
           END-IF
           .
      ******************************
       FIN-RETENIR-ETAPE. EXIT.
      ******************************

      ******************
       LISTER-RETENUES.
      ******************
      * Un programme retenu n'a pas echoue : il a refuse de
      * demarrer sur un predecesseur non propre (code 14), et il
      * faut relancer la chaine depuis ce predecesseur. Les
      * reprises forcees sont rappelees pour memoire.
           IF NB-RET-TAB = 0
             GO TO FIN-LISTER-RETENUES
           END-IF
           MOVE SPACES TO JOURNEE-RECORD
           STRING "ETAPES RETENUES (PREDECESSEUR NON PROPRE) ET"
                  " REPRISES FORCEES :" DELIMITED BY SIZE
             INTO JOURNEE-RECORD
           WRITE JOURNEE-RECORD
           PERFORM VARYING IND-RET FROM 1 BY 1
                   UNTIL IND-RET > NB-RET-TAB
             MOVE SPACES TO JOURNEE-RECORD
             MOVE 1 TO PTR-JOUR
             STRING "  " DELIMITED BY SIZE
                    RET-HEURE(IND-RET) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RET-PROGRAMME(IND-RET) DELIMITED BY SIZE
               INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
             IF Etape-Retenue(IND-RET)
               STRING " RETENU  " DELIMITED BY SIZE
                 INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
             ELSE
               STRING " FORCE   " DELIMITED BY SIZE
                 INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
             END-IF
             STRING RET-MOTIF(IND-RET) DELIMITED BY SIZE
               INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
             WRITE JOURNEE-RECORD
           END-PERFORM
           .
      ******************************
       FIN-LISTER-RETENUES. EXIT.
      ******************************

      *****************
       BILAN-JOURNEE.
      *****************
                  CHAMP-CPT DELIMITED BY SIZE
                  " ECHECS" DELIMITED BY SIZE
             INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
           MOVE NB-RETENUS TO CHAMP-CPT
           STRING ", " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
                  " RETENUES" DELIMITED BY SIZE
             INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
           MOVE NB-FORCES TO CHAMP-CPT
           STRING ", " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
                  " FORCEES" DELIMITED BY SIZE
             INTO JOURNEE-RECORD WITH POINTER PTR-JOUR
           WRITE JOURNEE-RECORD

           IF NB-PASSAGES = 0 AND NB-ECHECS = 0 AND NB-RETENUS = 0
             MOVE SPACES TO JOURNEE-RECORD
             STRING "  (RIEN AU JOURNAL POUR CETTE JOURNEE)"
                    DELIMITED BY SIZE INTO JOURNEE-RECORD
       FIN.
      ******
      * Code retour pour l'ordonnanceur : zero quand la journee
      * est propre, 4 quand la page porte un avertissement, un
      * echec, une etape retenue ou une reprise forcee a regarder,
      * 12 fichier inouvrable.
           CLOSE MATRIX-JOUR
           IF NB-AVERTIS > 0 OR NB-ECHECS > 0
                OR NB-RETENUS > 0 OR NB-FORCES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Passages resumes : " NB-PASSAGES
                   " (propres " NB-PROPRES ", avertis " NB-AVERTIS
                   ", echecs " NB-ECHECS ", retenues " NB-RETENUS
                   ")"
           DISPLAY 'Fin de synthese.'
           STOP RUN.
       END PROGRAM MatrixJour.
