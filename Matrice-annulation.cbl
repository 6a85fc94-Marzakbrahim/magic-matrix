       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixAnn.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Demande d'annulation (ANNREQREC.cpy) : l'identifiant de la
      * parution a defaire ; a defaut, il est demande a la console.
           SELECT MATRIX-AREQ     ASSIGN "ANNREQ"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-AREQ.

      * Manifeste de parution ecrit par MatrixIss pour la parution
      * a defaire : son entete donne l'identifiant de parution, ses
      * lignes de series les carres marques P, et son total de
      * carres retenus sert a la balance du rapport.
           SELECT MATRIX-MANIF    ASSIGN "MANIFEST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-MANIF.

      * Catalogue maitre : les carres de la parution encore en etat
      * P sans date de parution y repassent en etat V, les carres
      * que MatrixRet a deja confirmes parus n'y sont pas touches.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Rapport d'annulation : le sort de chaque serie du manifeste
      * et la balance contre le total annonce par le manifeste.
           SELECT MATRIX-ANNRPT   ASSIGN "ANNRPT"
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
       FD  MATRIX-AREQ.
           COPY ANNREQREC.

       FD  MATRIX-MANIF.
           COPY MANIFREC.

       FD  MATRIX-CAT.
           COPY CATREC.

       FD  MATRIX-ANNRPT.
           COPY ANNRPREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-AREQ  PIC X(02).
       01 ST-MANIF PIC X(02).
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

      * Parution a defaire (demande ou console) :
       01 ID-PARUTION  PIC X(08).

      * Lecture du manifeste : entete reconnue (MANIFESTE DE
      * PARUTION puis l'identifiant en colonnes 23 a 30), series
      * (lignes "  SERIE nnnnnnnn", serie en colonnes 9 a 16) et
      * total annonce (ligne TOTAL CARRES RETENUS, compte en
      * colonnes 25 a 32 derriere le signe de CHAMP-CPT). Le
      * manifeste est charge et balance en entier avant toute mise
      * a jour du catalogue : un manifeste d'une autre parution,
      * tronque ou desequilibre ne defait rien.
       01 CTRL-ENTETE PIC X.
           88 Entete-Vue      VALUE 'O'.
           88 Entete-Pas-Vue  VALUE 'N'.
       01 CTRL-TOTAL PIC X.
           88 Total-Vu        VALUE 'O'.
           88 Total-Pas-Vu    VALUE 'N'.
       01 ID-PARUTION-MANIF PIC X(08).
       01 TOTAL-MANIFESTE   PIC 9(08) VALUE 0.
       01 NB-SERIES-MANIF   PIC 9(04) VALUE 0.
       01 IND-MANIF         PIC 9(04).
       01 TAB-SERIES-MANIF.
           05 SERIE-MANIF OCCURS 1000 PIC 9(08).

      * Sort des series du manifeste : remises en stock V,
      * refusees (deja confirmees parues par MatrixRet), laissees
      * car plus en etat P (deja remises, ou retirees depuis), et
      * inconnues au catalogue. Leur somme doit redonner le nombre
      * de series du manifeste, lui-meme egal au total annonce.
       01 NB-REMISES      PIC 9(08) VALUE 0.
       01 NB-REFUSEES     PIC 9(08) VALUE 0.
       01 NB-HORS-P       PIC 9(08) VALUE 0.
       01 NB-INCONNUES    PIC 9(08) VALUE 0.
       01 NB-BALANCE      PIC 9(08) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT   PIC 9(04).
       01 CHAMP-CPT PIC -9(08).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Defait une parution assemblee par MatrixIss : les carres du
      * manifeste encore en etat P sans date de parution repassent
      * en etat V et reviennent au stock ; ceux que MatrixRet a
      * deja confirmes parus sont refuses. Le rapport balance le
      * sort de chaque serie contre le total du manifeste.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CHARGER-MANIFESTE THRU FIN-CHARGER-MANIFESTE
           PERFORM VARYING IND-MANIF FROM 1 BY 1
                   UNTIL IND-MANIF > NB-SERIES-MANIF
             PERFORM ANNULER-SERIE THRU FIN-ANNULER-SERIE
           END-PERFORM
           PERFORM RAPPORT-BALANCE THRU FIN-RAPPORT-BALANCE
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Annulation de parution    ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixAnn" TO DEP-PROGRAMME
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

      * Passage sans operateur : si ANNREQ porte un identifiant, il
      * remplace l'invite de la console.
           PERFORM LIRE-DEMANDE THRU FIN-LIRE-DEMANDE
           IF ID-PARUTION = SPACES
             DISPLAY "IDENTIFIANT DE LA PARUTION A ANNULER ? "
             ACCEPT ID-PARUTION
           END-IF
           IF ID-PARUTION = SPACES
             DISPLAY "Aucune parution designee, rien a annuler."
             MOVE "parution a annuler non designee" TO MOTIF-OPS
             PERFORM ABANDONNER-MANIFESTE
                     THRU FIN-ABANDONNER-MANIFESTE
           END-IF

           OPEN INPUT MATRIX-MANIF
           IF ST-MANIF NOT = '00'
             DISPLAY "Impossible d'ouvrir MANIFEST, code etat "
                     ST-MANIF "."
             MOVE "MANIFEST inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN I-O MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-ANNRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir ANNRPT, code etat "
                     ST-RPT "."
             MOVE "ANNRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO ANNRAP-RECORD
           STRING "RAPPORT D'ANNULATION DE LA PARUTION "
                  DELIMITED BY SIZE
                  ID-PARUTION DELIMITED BY SIZE
             INTO ANNRAP-RECORD
           WRITE ANNRAP-RECORD

           SET Entete-Pas-Vue TO TRUE
           SET Total-Pas-Vu TO TRUE
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ***************
       LIRE-DEMANDE.
      ***************
      * Lit ANNREQ quand il est present (meme esprit que PUZREQ
      * pour MatrixPuz) : son identifiant de parution remplace
      * l'invite de la console.
           MOVE SPACES TO ID-PARUTION
           OPEN INPUT MATRIX-AREQ
           IF ST-AREQ = '00'
             READ MATRIX-AREQ
               AT END
                 CONTINUE
               NOT AT END
                 MOVE ANN-ID-PARUTION TO ID-PARUTION
                 IF ID-PARUTION NOT = SPACES
                   DISPLAY "Demande d'annulation lue depuis ANNREQ."
                 END-IF
             END-READ
             CLOSE MATRIX-AREQ
           END-IF
           .
      ***********************
       FIN-LIRE-DEMANDE. EXIT.
      ***********************

      ********************
       CHARGER-MANIFESTE.
      ********************
      * Charge et balance le manifeste avant toute mise a jour :
      * l'entete doit designer la parution demandee, le total
      * annonce doit etre present et egal au nombre de lignes de
      * series lues. Sinon le manifeste n'est pas celui de la
      * parution, ou il est tronque : rien n'est defait.
           PERFORM UNTIL ST-MANIF NOT = '00'
             READ MATRIX-MANIF
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM RANGER-LIGNE-MANIFESTE
                         THRU FIN-RANGER-LIGNE-MANIFESTE
             END-READ
           END-PERFORM
           CLOSE MATRIX-MANIF
           DISPLAY "Series du manifeste : " NB-SERIES-MANIF

           IF Entete-Pas-Vue
             DISPLAY "Manifeste sans entete de parution."
             MOVE "manifeste sans entete de parution" TO MOTIF-OPS
             PERFORM ABANDONNER-MANIFESTE
                     THRU FIN-ABANDONNER-MANIFESTE
           END-IF
           IF ID-PARUTION-MANIF NOT = ID-PARUTION
             DISPLAY "Le manifeste est celui de la parution "
                     ID-PARUTION-MANIF ", pas de " ID-PARUTION "."
             MOVE "manifeste d'une autre parution" TO MOTIF-OPS
             PERFORM ABANDONNER-MANIFESTE
                     THRU FIN-ABANDONNER-MANIFESTE
           END-IF
           IF Total-Pas-Vu
             DISPLAY "Manifeste sans total de carres retenus,"
                     " manifeste tronque."
             MOVE "manifeste tronque, total absent" TO MOTIF-OPS
             PERFORM ABANDONNER-MANIFESTE
                     THRU FIN-ABANDONNER-MANIFESTE
           END-IF
           IF TOTAL-MANIFESTE NOT = NB-SERIES-MANIF
             DISPLAY "Manifeste desequilibre : " NB-SERIES-MANIF
                     " series pour un total annonce de "
                     TOTAL-MANIFESTE "."
             MOVE "manifeste desequilibre contre son total"
               TO MOTIF-OPS
             PERFORM ABANDONNER-MANIFESTE
                     THRU FIN-ABANDONNER-MANIFESTE
           END-IF
           .
      ******************************
       FIN-CHARGER-MANIFESTE. EXIT.
      ******************************

      **************************
       RANGER-LIGNE-MANIFESTE.
      **************************
      * Reconnait la ligne courante du manifeste par son libelle ;
      * les lignes de plan et de lignes non servies sont ignorees.
           EVALUATE TRUE
             WHEN MANIFESTE-RECORD(1:22) = "MANIFESTE DE PARUTION "
               SET Entete-Vue TO TRUE
               MOVE MANIFESTE-RECORD(23:8) TO ID-PARUTION-MANIF
             WHEN MANIFESTE-RECORD(1:8) = "  SERIE "
                  AND MANIFESTE-RECORD(9:8) NUMERIC
               IF NB-SERIES-MANIF < 1000
                 ADD 1 TO NB-SERIES-MANIF
                 MOVE MANIFESTE-RECORD(9:8)
                   TO SERIE-MANIF(NB-SERIES-MANIF)
               ELSE
                 DISPLAY "Manifeste trop grand pour la table des"
                         " series, annulation refusee."
                 MOVE "manifeste trop grand pour la table"
                   TO MOTIF-OPS
                 PERFORM ABANDONNER-MANIFESTE
                         THRU FIN-ABANDONNER-MANIFESTE
               END-IF
             WHEN MANIFESTE-RECORD(1:23) = "TOTAL CARRES RETENUS : "
                  AND MANIFESTE-RECORD(25:8) NUMERIC
               SET Total-Vu TO TRUE
               MOVE MANIFESTE-RECORD(25:8) TO TOTAL-MANIFESTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ******************************
       FIN-RANGER-LIGNE-MANIFESTE. EXIT.
      ******************************

      ****************
       ANNULER-SERIE.
      ****************
      * Defait une serie du manifeste : lecture du carre par numero
      * de serie ; un carre deja confirme paru (date de parution
      * postee par MatrixRet) est refuse, un carre qui n'est plus
      * en etat P est laisse tel quel, un carre P sans date revient
      * en etat V.
           MOVE SERIE-MANIF(IND-MANIF) TO CAT-SERIE
           READ MATRIX-CAT
             INVALID KEY
               ADD 1 TO NB-INCONNUES
               MOVE SPACES TO ANNRAP-RECORD
               STRING "  *** SERIE " DELIMITED BY SIZE
                      SERIE-MANIF(IND-MANIF) DELIMITED BY SIZE
                      " INCONNUE AU CATALOGUE" DELIMITED BY SIZE
                 INTO ANNRAP-RECORD
               WRITE ANNRAP-RECORD
               GO TO FIN-ANNULER-SERIE
           END-READ

           IF CAT-DATE-PARUTION NUMERIC
             ADD 1 TO NB-REFUSEES
             MOVE SPACES TO ANNRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " DEJA CONFIRMEE PARUE DANS " DELIMITED BY SIZE
                    CAT-ID-PARUTION DELIMITED BY SIZE
                    " LE " DELIMITED BY SIZE
                    CAT-DATE-PARUTION DELIMITED BY SIZE
                    " - REFUSEE" DELIMITED BY SIZE
               INTO ANNRAP-RECORD
             WRITE ANNRAP-RECORD
             GO TO FIN-ANNULER-SERIE
           END-IF

           IF CAT-ETAT NOT = 'P'
             ADD 1 TO NB-HORS-P
             MOVE SPACES TO ANNRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " EN ETAT " DELIMITED BY SIZE
                    CAT-ETAT DELIMITED BY SIZE
                    " (PAS P) - LAISSEE TELLE QUELLE"
                    DELIMITED BY SIZE
               INTO ANNRAP-RECORD
             WRITE ANNRAP-RECORD
             GO TO FIN-ANNULER-SERIE
           END-IF

           MOVE 'V' TO CAT-ETAT
           REWRITE CAT-RECORD
             INVALID KEY
               DISPLAY "Mise a jour refusee, code etat " ST-CAT
                       ", serie " CAT-SERIE "."
           END-REWRITE
           IF ST-CAT = '00'
             ADD 1 TO NB-REMISES
             MOVE SPACES TO ANNRAP-RECORD
             STRING "  SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " TAILLE " DELIMITED BY SIZE
                    CAT-TAILLE DELIMITED BY SIZE
                    " CONSTANTE " DELIMITED BY SIZE
                    CAT-CONSTANTE DELIMITED BY SIZE
                    " REMISE EN STOCK (V)" DELIMITED BY SIZE
               INTO ANNRAP-RECORD
             WRITE ANNRAP-RECORD
           ELSE
      * Une mise a jour refusee laisse le carre en P : il est compte
      * avec les series laissees pour que la balance reste juste.
             ADD 1 TO NB-HORS-P
             MOVE SPACES TO ANNRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " MISE A JOUR REFUSEE, CODE ETAT "
                    DELIMITED BY SIZE
                    ST-CAT DELIMITED BY SIZE
                    " - LAISSEE EN P" DELIMITED BY SIZE
               INTO ANNRAP-RECORD
             WRITE ANNRAP-RECORD
           END-IF
           .
      ******************************
       FIN-ANNULER-SERIE. EXIT.
      ******************************

      ********************
       RAPPORT-BALANCE.
      ********************
      * Balance de l'annulation contre le manifeste : total annonce
      * par MatrixIss, series lues, puis le sort de chacune ; la
      * somme des sorts doit redonner le total du manifeste.
           COMPUTE NB-BALANCE = NB-REMISES + NB-REFUSEES
                              + NB-HORS-P + NB-INCONNUES

           MOVE SPACES TO ANNRAP-RECORD
           MOVE TOTAL-MANIFESTE TO CHAMP-CPT
           STRING "TOTAL CARRES RETENUS AU MANIFESTE : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO ANNRAP-RECORD
           WRITE ANNRAP-RECORD

           MOVE SPACES TO ANNRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-REMISES TO CHAMP-CPT
           STRING "REMISES EN STOCK : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO ANNRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-REFUSEES TO CHAMP-CPT
           STRING "  REFUSEES (PARUES) : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO ANNRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-HORS-P TO CHAMP-CPT
           STRING "  LAISSEES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO ANNRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-INCONNUES TO CHAMP-CPT
           STRING "  INCONNUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO ANNRAP-RECORD WITH POINTER PTR-RPT
           WRITE ANNRAP-RECORD

           MOVE SPACES TO ANNRAP-RECORD
           MOVE NB-BALANCE TO CHAMP-CPT
           IF NB-BALANCE = TOTAL-MANIFESTE
             STRING "TOTAL DES SERIES TRAITEES : " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
                    " - ANNULATION EQUILIBREE" DELIMITED BY SIZE
               INTO ANNRAP-RECORD
           ELSE
             STRING "TOTAL DES SERIES TRAITEES : " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
                    " - *** ANNULATION DESEQUILIBREE ***"
                    DELIMITED BY SIZE
               INTO ANNRAP-RECORD
           END-IF
           WRITE ANNRAP-RECORD
           .
      ******************************
       FIN-RAPPORT-BALANCE. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas
      * l'annulation, il est seulement signale.
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
             MOVE "MatrixAnn" TO OPS-PROGRAMME
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

      ************************
       ABANDONNER-MANIFESTE.
      ************************
      * Manifeste inutilisable (autre parution, tronque,
      * desequilibre) ou parution non designee : rien n'a ete
      * touche au catalogue, l'annulation s'arrete avec le code 10
      * (le motif a ete pose dans MOTIF-OPS par l'appelant).
           DISPLAY "Annulation refusee, catalogue inchange."
           CLOSE MATRIX-CAT
           CLOSE MATRIX-ANNRPT
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-SERIES-MANIF TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 10 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 10 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-ABANDONNER-MANIFESTE. EXIT.
      ******************************

      ***********************
       ABANDONNER-OUVERTURE.
      ***********************
      * Fichier inouvrable : l'annulation s'arrete avec le code 12
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
      * Code retour pour l'ordonnanceur : zero quand toutes les
      * series du manifeste sont revenues au stock, 4 quand le
      * rapport porte des series refusees, laissees ou inconnues,
      * 10 manifeste inutilisable, 12 fichier inouvrable. Le
      * verdict au journal nomme la parution defaite, pour que la
      * page du matin de MatrixJour la montre.
           CLOSE MATRIX-CAT
           CLOSE MATRIX-ANNRPT
           IF NB-REFUSEES > 0 OR NB-HORS-P > 0 OR NB-INCONNUES > 0
                OR NB-BALANCE NOT = TOTAL-MANIFESTE
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-SERIES-MANIF TO ENTREES-OPS
           MOVE NB-REMISES TO SORTIES-OPS
           MOVE RETURN-CODE TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "PARUTION ANNULEE " ID-PARUTION
                  " REMISES " NB-REMISES
                  " REFUSEES " NB-REFUSEES
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           DISPLAY "Series remises en stock : " NB-REMISES
                   " sur " NB-SERIES-MANIF
           DISPLAY "Refusees (parues) : " NB-REFUSEES
                   ", laissees : " NB-HORS-P
                   ", inconnues : " NB-INCONNUES
           DISPLAY 'Fin d annulation.'
           STOP RUN.
       END PROGRAM MatrixAnn.
