                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-CONC.

      * Registre des participants (REGREC.cpy) indexe sur
      * participant + serie : le premier bulletin de chaque
      * participant pour une serie y est inscrit, les suivants sont
      * des doublons rejetes. Il se cumule de parution en parution
      * et nourrit le palmares (MatrixPal) et le tirage (MatrixTir).
           SELECT MATRIX-REG      ASSIGN "REGCONC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY REG-CLE
                                   FILE STATUS IS ST-REG.

      * Suivi de production de MatrixPuz (PRODREC.cpy), en lecture :
      * le niveau d'un casse-tete y fait le poids de ses bulletins.
           SELECT MATRIX-PROD     ASSIGN "PUZTRACK"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY PROD-CLE
                                   FILE STATUS IS ST-PROD.

      * Rapport de correction : verdict par bulletin et synthese
      * par casse-tete, ce que la redaction corrigeait a la main
      * ligne a ligne contre le corrige.
       FD  MATRIX-CONC.
           COPY CONCREC.

       FD  MATRIX-REG.
           COPY REGREC.

       FD  MATRIX-PROD.
           COPY PRODREC.

       FD  MATRIX-CONCRPT.
           COPY CONCRPREC.

       01 ST-CLE  PIC X(02).
       01 ST-CONC PIC X(02).
       01 ST-RPT  PIC X(02).
       01 ST-REG  PIC X(02).
       01 ST-PROD PIC X(02).

      * Corriges charges en table : un casse-tete par ligne
      * d'identification du fichier CLEFS (serie en colonnes 12 a
      * 19, niveau en colonne 38, type E en colonne 60 pour un
      * "repere l'erreur"), ses cases cachees ou modifiees dans l'ordre
      * LIGNE / COLONNE (position en colonnes 9-10 et 20-21,
      * valeur editee en colonnes 30 a 33), et les compteurs de
      * correction cumules au fil des bulletins.
           05 PUZ-ENTREE OCCURS 500.
              10 PUZ-SERIE     PIC 9(08).
              10 PUZ-NIVEAU    PIC X(01).
              10 PUZ-TYPE      PIC X(01).
                  88 Puz-Repere-Erreur VALUE 'E'.
              10 PUZ-NB-CLES   PIC 9(02).
              10 PUZ-CLE OCCURS 56.
                 15 PUZ-CLE-LIG PIC 9(02).
           88 Puzzle-Inconnu    VALUE 'N'.
       01 NB-FAUSSES     PIC 9(02).
       01 IND-CLE        PIC 9(02).
       01 IND-POS        PIC 9(02).
       01 CTRL-REPONSE PIC X.
           88 Reponse-Juste     VALUE 'O'.
           88 Reponse-Fausse    VALUE 'N'.
       01 VALEUR-CLE     PIC S9(04).
       01 VALEUR-BULLETIN PIC S9(04).

       01 NB-BULLETINS   PIC 9(08) VALUE 0.
       01 NB-JUSTES      PIC 9(08) VALUE 0.
       01 NB-INCONNUS    PIC 9(08) VALUE 0.
       01 NB-DOUBLONS    PIC 9(08) VALUE 0.
       01 NB-SANS-ENTRANT PIC 9(08) VALUE 0.

      * Inscription au registre : date de la correction, et poids
      * du casse-tete releve au suivi de production (niveau zero
      * quand la serie n'y figure pas, poids 1 par defaut).
       01 DATE-CORRECTION PIC 9(08).
       01 NIVEAU-SUIVI    PIC 9(01).
       01 POIDS-SUIVI     PIC 9(01).

      * Saturation de la table des corriges, signalee une fois :
       01 CTRL-SATURATION PIC X VALUE 'N'.
       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.


       PROCEDURE DIVISION.

      *********************
      * Corrige les bulletins du jeu-concours contre les corriges
      * de MatrixPuz : verdict par bulletin (juste, cases fausses
      * et lesquelles, serie jamais publiee, doublon rejete),
      * inscription au registre des participants, et synthese par
      * casse-tete avec le taux de reussite par niveau.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CHARGER-CORRIGES THRU FIN-CHARGER-CORRIGES
           DISPLAY '*** Correction du concours    ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixCon" TO DEP-PROGRAMME
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

           OPEN INPUT MATRIX-CLE
           IF ST-CLE NOT = '00'
             PERFORM ABANDONNER-CORRECTION
                     THRU FIN-ABANDONNER-CORRECTION
           END-IF
      * Le registre est cree au premier passage.
           OPEN I-O MATRIX-REG
           IF ST-REG = '35' OR ST-REG = '05'
             OPEN OUTPUT MATRIX-REG
             CLOSE MATRIX-REG
             OPEN I-O MATRIX-REG
           END-IF
           IF ST-REG NOT = '00'
             DISPLAY "Impossible d'ouvrir REGCONC, code etat "
                     ST-REG "."
             MOVE "REGCONC inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CORRECTION
                     THRU FIN-ABANDONNER-CORRECTION
           END-IF
           OPEN INPUT MATRIX-PROD
           IF ST-PROD NOT = '00'
             DISPLAY "Impossible d'ouvrir PUZTRACK, code etat "
                     ST-PROD "."
             MOVE "PUZTRACK inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-CORRECTION
                     THRU FIN-ABANDONNER-CORRECTION
           END-IF
           OPEN OUTPUT MATRIX-CONCRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir CONCRPT, code etat "
                  DELIMITED BY SIZE INTO CONCRAP-RECORD
           WRITE CONCRAP-RECORD

           ACCEPT DATE-CORRECTION FROM DATE YYYYMMDD
           SET Pas-Fin-Bulletins TO TRUE
           .
      **************************
                     TO PUZ-SERIE(PUZ-COURANT)
                   MOVE CLE-RECORD(38:1)
                     TO PUZ-NIVEAU(PUZ-COURANT)
                   MOVE CLE-RECORD(60:1)
                     TO PUZ-TYPE(PUZ-COURANT)
                 ELSE
                   MOVE 0 TO PUZ-COURANT
                   IF Saturation-Non-Signalee
      *********************
      * Corrige le bulletin courant : recherche du casse-tete par
      * numero de serie, puis comparaison valeur par valeur dans
      * l'ordre LIGNE / COLONNE du corrige (pour un casse-tete
      * "repere l'erreur", chaque case modifiee du corrige doit
      * figurer parmi les positions du bulletin). Un bulletin citant une
      * serie jamais publiee est signale tel quel. Seul le premier
      * bulletin d'un participant pour une serie est corrige et
      * inscrit au registre ; les suivants, de ce lot ou d'un lot
      * anterieur, sont rejetes comme doublons.
           SET Puzzle-Inconnu TO TRUE
           IF CONC-SERIE NUMERIC
             PERFORM VARYING IND-PUZ FROM 1 BY 1
             GO TO FIN-CORRIGER-BULLETIN
           END-IF

           IF CONC-ENTRANT = SPACES
             ADD 1 TO NB-SANS-ENTRANT
             MOVE SPACES TO CONCRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CONC-SERIE DELIMITED BY SIZE
                    " : BULLETIN SANS PARTICIPANT, REJETE"
                    DELIMITED BY SIZE
               INTO CONCRAP-RECORD
             WRITE CONCRAP-RECORD
             GO TO FIN-CORRIGER-BULLETIN
           END-IF
           MOVE CONC-ENTRANT TO REG-ENTRANT
           MOVE CONC-SERIE TO REG-SERIE
           READ MATRIX-REG
             INVALID KEY
               CONTINUE
           END-READ
           IF ST-REG = '00'
             PERFORM REJETER-DOUBLON THRU FIN-REJETER-DOUBLON
             GO TO FIN-CORRIGER-BULLETIN
           END-IF

           PERFORM PESER-CASSE-TETE THRU FIN-PESER-CASSE-TETE
           ADD 1 TO PUZ-NB-BULLETINS(IND-PUZ)
           MOVE 0 TO NB-FAUSSES
           MOVE SPACES TO CONCRAP-RECORD
             INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           PERFORM VARYING IND-CLE FROM 1 BY 1
                   UNTIL IND-CLE > PUZ-NB-CLES(IND-PUZ)
             IF Puz-Repere-Erreur(IND-PUZ)
               PERFORM CONTROLER-POSITION
                       THRU FIN-CONTROLER-POSITION
             ELSE
               IF CONC-VAL(IND-CLE) NUMERIC
                 MOVE CONC-VAL(IND-CLE) TO VALEUR-BULLETIN
               ELSE
                 MOVE 9999 TO VALEUR-BULLETIN
               END-IF
               IF VALEUR-BULLETIN
                    = PUZ-CLE-VAL(IND-PUZ IND-CLE)
                 SET Reponse-Juste TO TRUE
               ELSE
                 SET Reponse-Fausse TO TRUE
               END-IF
             END-IF
             IF Reponse-Fausse
               ADD 1 TO NB-FAUSSES
               IF NB-FAUSSES <= 9
                 STRING " L" DELIMITED BY SIZE
                    " CASES FAUSSES" DELIMITED BY SIZE
               INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           IF NIVEAU-SUIVI = 0
             STRING " (HORS PUZTRACK, POIDS 1)" DELIMITED BY SIZE
               INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           WRITE CONCRAP-RECORD
           PERFORM INSCRIRE-REGISTRE THRU FIN-INSCRIRE-REGISTRE
           .
      ******************************
       FIN-CORRIGER-BULLETIN. EXIT.
      ******************************

      **********************
       CONTROLER-POSITION.
      **********************
      * Casse-tete "repere l'erreur" : la case modifiee courante du
      * corrige est trouvee si le bulletin cite sa position (ligne
      * et colonne) parmi ses reponses, dans n'importe quel ordre.
           SET Reponse-Fausse TO TRUE
           PERFORM VARYING IND-POS FROM 1 BY 1
                   UNTIL IND-POS > PUZ-NB-CLES(IND-PUZ)
                        OR Reponse-Juste
             IF CONC-POS-LIGNE(IND-POS) NUMERIC
                  AND CONC-POS-COLONNE(IND-POS) NUMERIC
               IF CONC-POS-LIGNE(IND-POS)
                    = PUZ-CLE-LIG(IND-PUZ IND-CLE)
                    AND CONC-POS-COLONNE(IND-POS)
                    = PUZ-CLE-COL(IND-PUZ IND-CLE)
                 SET Reponse-Juste TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-CONTROLER-POSITION. EXIT.
      ******************************

      ******************
       REJETER-DOUBLON.
      ******************
      * Le participant a deja un bulletin corrige pour cette serie
      * (REG-RECORD vient d'etre lu) : celui-ci n'est pas corrige,
      * il est compte au registre et signale au rapport.
           ADD 1 TO NB-DOUBLONS
           IF REG-NB-DOUBLONS < 9999
             ADD 1 TO REG-NB-DOUBLONS
             REWRITE REG-RECORD
               INVALID KEY
                 DISPLAY "Registre : reecriture refusee pour "
                         REG-ENTRANT " serie " REG-SERIE
                         ", code etat " ST-REG "."
             END-REWRITE
           END-IF
           MOVE SPACES TO CONCRAP-RECORD
           STRING "  *** SERIE " DELIMITED BY SIZE
                  CONC-SERIE DELIMITED BY SIZE
                  " ENTRANT " DELIMITED BY SIZE
                  CONC-ENTRANT DELIMITED BY SIZE
                  " : DOUBLON REJETE (PREMIER BULLETIN CORRIGE LE "
                  DELIMITED BY SIZE
                  REG-DATE-CORRECTION DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO CONCRAP-RECORD
           WRITE CONCRAP-RECORD
           .
      ******************************
       FIN-REJETER-DOUBLON. EXIT.
      ******************************

      *******************
       PESER-CASSE-TETE.
      *******************
      * Niveau du casse-tete au suivi de production : la serie au
      * niveau annonce par CLEFS, a defaut le premier niveau
      * produit pour la serie. Absent du suivi, le bulletin pese 1.
           MOVE 0 TO NIVEAU-SUIVI
           MOVE 1 TO POIDS-SUIVI
           MOVE PUZ-SERIE(IND-PUZ) TO PROD-SERIE
           IF PUZ-NIVEAU(IND-PUZ) NUMERIC
             MOVE PUZ-NIVEAU(IND-PUZ) TO PROD-NIVEAU
             READ MATRIX-PROD
               INVALID KEY
                 CONTINUE
             END-READ
             IF ST-PROD = '00'
               MOVE PROD-NIVEAU TO NIVEAU-SUIVI
             END-IF
           END-IF
           IF NIVEAU-SUIVI = 0
             MOVE PUZ-SERIE(IND-PUZ) TO PROD-SERIE
             MOVE 0 TO PROD-NIVEAU
             START MATRIX-PROD KEY NOT LESS PROD-CLE
               INVALID KEY
                 MOVE '23' TO ST-PROD
             END-START
             IF ST-PROD = '00'
               READ MATRIX-PROD NEXT RECORD
                 AT END
                   CONTINUE
               END-READ
               IF ST-PROD = '00'
                    AND PROD-SERIE = PUZ-SERIE(IND-PUZ)
                 MOVE PROD-NIVEAU TO NIVEAU-SUIVI
               END-IF
             END-IF
           END-IF
           IF NIVEAU-SUIVI > 0
             MOVE NIVEAU-SUIVI TO POIDS-SUIVI
           END-IF
           .
      ******************************
       FIN-PESER-CASSE-TETE. EXIT.
      ******************************

      ********************
       INSCRIRE-REGISTRE.
      ********************
      * Premier bulletin du participant pour la serie : il est
      * inscrit au registre avec son verdict et son poids.
           MOVE SPACES TO REG-RECORD
           MOVE CONC-ENTRANT TO REG-ENTRANT
           MOVE CONC-SERIE TO REG-SERIE
           MOVE DATE-CORRECTION TO REG-DATE-CORRECTION
           IF NB-FAUSSES = 0
             SET Bulletin-Juste TO TRUE
           ELSE
             SET Bulletin-Faux TO TRUE
           END-IF
           MOVE NB-FAUSSES TO REG-NB-FAUSSES
           MOVE NIVEAU-SUIVI TO REG-NIVEAU
           MOVE POIDS-SUIVI TO REG-POIDS
           MOVE 0 TO REG-NB-DOUBLONS
           WRITE REG-RECORD
             INVALID KEY
               DISPLAY "Registre : inscription refusee pour "
                       REG-ENTRANT " serie " REG-SERIE
                       ", code etat " ST-REG "."
           END-WRITE
           .
      ******************************
       FIN-INSCRIRE-REGISTRE. EXIT.
      ******************************

      **********************
       SYNTHESE-PAR-PUZZLE.
      **********************
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           WRITE CONCRAP-RECORD
           MOVE SPACES TO CONCRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-DOUBLONS TO CHAMP-CPT
           STRING "DOUBLONS REJETES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-SANS-ENTRANT TO CHAMP-CPT
           STRING "  SANS PARTICIPANT : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO CONCRAP-RECORD WITH POINTER PTR-RPT
           WRITE CONCRAP-RECORD
           .
      ******************************
       FIN-SYNTHESE-PAR-PUZZLE. EXIT.
       FIN-ABANDONNER-CORRECTION. EXIT.
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
           CLOSE MATRIX-CONC
           CLOSE MATRIX-REG
           CLOSE MATRIX-PROD
           CLOSE MATRIX-CONCRPT
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-BULLETINS TO ENTREES-OPS
           MOVE 0 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "JUSTES " NB-JUSTES " INCONNUS " NB-INCONNUS
                  " DOUBLONS " NB-DOUBLONS
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           DISPLAY "Bulletins corriges : " NB-BULLETINS
                   " (justes : " NB-JUSTES ", series inconnues : "
                   NB-INCONNUS ", doublons rejetes : "
                   NB-DOUBLONS ")"
           DISPLAY 'Fin de correction du concours.'
           STOP RUN.
       END PROGRAM MatrixCon.
