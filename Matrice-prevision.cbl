       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixPrev.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Liste des plans de parution a venir (PLANLSTREC.cpy) : un
      * nom de fichier de plan par ligne. Sans liste, seul le plan
      * PLANISSUE de la prochaine parution est prevu.
           SELECT MATRIX-PLST     ASSIGN "PLANLIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PLST.

      * Plan de parution en cours de lecture (PLANREC.cpy), meme
      * format que celui que MatrixIss servira le soir venu.
           SELECT MATRIX-PLAN     ASSIGN NOM-PLAN
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PLAN.

      * Marges de securite par taille (MARGEREC.cpy), facultatives.
           SELECT MATRIX-MARGE    ASSIGN "MARGES"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-MARGE.

      * Catalogue maitre, en lecture seule : le stock V se compte
      * par la cle secondaire taille + constante, comme MatrixIss
      * le parcourt pour servir une ligne de plan.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Rapport de prevision : demande, stock, manques et
      * constantes inatteignables.
           SELECT MATRIX-PREVRPT  ASSIGN "PREVRPT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-RPT.

      * Demandes de generation en masse pour MatrixGen
      * (GENREQREC.cpy) : une par manque a combler, reecrites a
      * chaque prevision.
           SELECT MATRIX-REQ      ASSIGN "GENREQ"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-REQ.

      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy) : une etape horodatee au demarrage et a
      * chaque fin de passage, pour la page de synthese du matin.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-PLST.
           COPY PLANLSTREC.

       FD  MATRIX-PLAN.
           COPY PLANREC.

       FD  MATRIX-MARGE.
           COPY MARGEREC.

       FD  MATRIX-CAT.
           COPY CATREC.

       FD  MATRIX-PREVRPT.
           COPY PREVRPREC.

       FD  MATRIX-REQ.
           COPY GENREQREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-PLST  PIC X(02).
       01 ST-PLAN  PIC X(02).
       01 ST-MARGE PIC X(02).
       01 ST-CAT   PIC X(02).
       01 ST-RPT   PIC X(02).
       01 ST-REQ   PIC X(02).

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

      * Plans a lire : par la liste PLANLIST quand elle existe,
      * sinon le seul PLANISSUE.
       01 NOM-PLAN      PIC X(12).
       01 CTRL-LISTE PIC X.
           88 Liste-Presente VALUE 'O'.
           88 Liste-Absente  VALUE 'N'.
       01 CTRL-FIN-LISTE PIC X.
           88 Fin-Liste-Plans     VALUE 'O'.
           88 Pas-Fin-Liste-Plans VALUE 'N'.
       01 CTRL-FIN-PLAN PIC X.
           88 Fin-Plan     VALUE 'O'.
           88 Pas-Fin-Plan VALUE 'N'.
       01 CTRL-ENTETE PIC X.
           88 Entete-Vue      VALUE 'O'.
           88 Entete-Pas-Vue  VALUE 'N'.
       01 ID-PARUTION   PIC X(08).
       01 NUM-ENREG     PIC 9(04).
       01 MOTIF-LIGNE   PIC X(40).

      * Demande cumulee de tous les plans, une entree par triplet
      * taille + constante + famille (constante a zero = n'importe
      * quelle constante, famille a blanc = carre ordinaire, comme
      * sur la ligne de plan), dans l'ordre de premiere apparition
      * dans les plans, qui est celui ou MatrixIss servira les
      * lignes. Le stock V en face est compte au catalogue, moins
      * ce que les demandes precedentes y auront deja pris. La
      * marge de securite d'une taille demandee fait l'objet d'une
      * entree a part, ajoutee apres les demandes des plans : elle
      * se compare au stock qui reste une fois tout servi.
       01 NB-DEMANDES  PIC 9(03) VALUE 0.
       01 IND-DEM      PIC 9(03).
       01 TAB-DEMANDES.
           05 DEM-ENTREE OCCURS 507.
              10 DEM-NATURE      PIC X(01).
                  88 Dem-Plan             VALUE 'D'.
                  88 Dem-Marge            VALUE 'M'.
              10 DEM-TAILLE      PIC 9(02).
              10 DEM-CONSTANTE   PIC S9(04).
              10 DEM-FAMILLE     PIC X(01).
              10 DEM-QUANTITE    PIC 9(06).
              10 DEM-STOCK       PIC 9(08).
              10 DEM-BESOIN      PIC 9(08).
              10 DEM-MANQUE      PIC 9(08).
              10 DEM-GENERATION  PIC X(01).
                  88 Cste-Atteignable     VALUE 'O'.
                  88 Cste-Inatteignable   VALUE 'N'.
                  88 Cste-Hors-Bornes     VALUE 'H'.
                  88 Taille-Non-Generable VALUE 'T'.
                  88 Famille-Non-Generable VALUE 'F'.
       01 CTRL-TROUVE PIC X.
           88 Entree-Trouvee     VALUE 'O'.
           88 Entree-Non-Trouvee VALUE 'N'.

      * Le carre lu repond-il a la famille de la demande :
       01 CTRL-FAMILLE PIC X.
           88 Famille-Retenue  VALUE 'O'.
           88 Famille-Ecartee  VALUE 'N'.

      * Marge de securite par taille.
       01 TAB-TAILLES.
           05 TT-ENTREE OCCURS 8.
              10 TT-MARGE        PIC 9(03).
       01 IND-TAILLE   PIC 9(02).

      * Stock V deja pris par les demandes precedentes, par lot de
      * carres interchangeables : meme taille, meme constante et
      * memes familles. MatrixIss sert chaque ligne en parcourant
      * la cle secondaire dans le meme ordre, les carres pris d'un
      * lot en sont donc toujours les premiers : le nombre pris
      * suffit a savoir lesquels. LOT-PRIS-AVANT et LOT-VUS sont
      * remis a jour a chaque parcours d'une demande. Un lot qui ne
      * trouve plus de place est compte dans NB-LOTS-SATURES : le
      * stock des demandes suivantes peut alors etre surestime.
       01 NB-LOTS      PIC 9(04) VALUE 0.
       01 IND-LOT      PIC 9(04).
       01 TAB-LOTS.
           05 LOT-ENTREE OCCURS 2000.
              10 LOT-TAILLE      PIC 9(02).
              10 LOT-CONSTANTE   PIC S9(04).
              10 LOT-FAMILLES    PIC X(04).
              10 LOT-PRIS        PIC 9(08).
              10 LOT-PRIS-AVANT  PIC 9(08).
              10 LOT-VUS         PIC 9(08).
       01 NB-LOTS-SATURES PIC 9(08) VALUE 0.

      * Atteignabilite d'une constante par la generation, meme
      * regle que le decalage de MatrixGen : l'ecart a la constante
      * naturelle doit etre un multiple de la taille, et les
      * cellules decalees doivent tenir en PIC S9(3).
       01 TAILLE          PIC 9(02).
       01 NB-COMP         PIC 9(04).
       01 CSTE-NATURELLE  PIC S9(5).
       01 CSTE-RESTE      PIC S9(5).
       01 CSTE-DECALAGE   PIC S9(5).

      * Comptage du stock et ecriture des demandes de generation :
       01 NB-STOCK        PIC 9(08).
       01 QTE-SERVIE      PIC 9(08).
       01 QTE-RESTE       PIC 9(08).
       01 CTRL-FIN-LISTE-CAT PIC X.
           88 Fin-Liste     VALUE 'O'.
           88 Pas-Fin-Liste VALUE 'N'.

      * Compteurs d'ensemble :
       01 NB-PLANS           PIC 9(08) VALUE 0.
       01 NB-PLANS-ABSENTS   PIC 9(08) VALUE 0.
       01 NB-LIGNES-PLAN     PIC 9(08) VALUE 0.
       01 NB-LIGNES-INVALIDES PIC 9(08) VALUE 0.
       01 NB-MANQUES         PIC 9(08) VALUE 0.
       01 NB-INATTEIGNABLES  PIC 9(08) VALUE 0.
       01 NB-REQ-ECRITES     PIC 9(08) VALUE 0.
       01 TOTAL-A-GENERER    PIC 9(08) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT    PIC 9(04).
       01 CHAMP-CPT  PIC -9(08).
       01 CHAMP-CSTE PIC -9(04).
       01 DATE-PREVISION PIC 9(08).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Cumule la demande de tous les plans de parution a venir par
      * taille et constante, la confronte au stock V du catalogue
      * (marge de securite comprise), et ecrit pour chaque manque
      * une demande de generation GENREQ : la generation en masse
      * de MatrixGen et le lot de Matrix qui la suit regarnissent
      * le stock avant le soir de l'assemblage.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CHARGER-MARGES THRU FIN-CHARGER-MARGES
           IF Liste-Presente
             PERFORM LIRE-LISTE-SUIVANTE THRU FIN-LIRE-LISTE-SUIVANTE
             PERFORM UNTIL Fin-Liste-Plans
               IF PLL-NOM-PLAN NOT = SPACES
                 MOVE PLL-NOM-PLAN TO NOM-PLAN
                 PERFORM CHARGER-PLAN THRU FIN-CHARGER-PLAN
               END-IF
               PERFORM LIRE-LISTE-SUIVANTE
                       THRU FIN-LIRE-LISTE-SUIVANTE
             END-PERFORM
             CLOSE MATRIX-PLST
           ELSE
             MOVE "PLANISSUE" TO NOM-PLAN
             PERFORM CHARGER-PLAN THRU FIN-CHARGER-PLAN
           END-IF
           PERFORM EVALUER-STOCK THRU FIN-EVALUER-STOCK
           PERFORM EDITER-PREVISION THRU FIN-EDITER-PREVISION
           PERFORM RAPPORT-FINAL THRU FIN-RAPPORT-FINAL
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Prevision du stock V      ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixPrev" TO DEP-PROGRAMME
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

           ACCEPT DATE-PREVISION FROM DATE YYYYMMDD
           PERFORM VARYING IND-TAILLE FROM 1 BY 1 UNTIL IND-TAILLE > 8
             MOVE 0 TO TT-MARGE(IND-TAILLE)
           END-PERFORM

           OPEN INPUT MATRIX-PLST
           IF ST-PLST = '00'
             SET Liste-Presente TO TRUE
             SET Pas-Fin-Liste-Plans TO TRUE
           ELSE
             SET Liste-Absente TO TRUE
             DISPLAY "Pas de liste PLANLIST : prevision sur"
                     " PLANISSUE seul."
           END-IF
           OPEN INPUT MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-PREVRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir PREVRPT, code etat "
                     ST-RPT "."
             MOVE "PREVRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-REQ
           IF ST-REQ NOT = '00'
             DISPLAY "Impossible d'ouvrir GENREQ, code etat "
                     ST-REQ "."
             MOVE "GENREQ inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO PREVRAP-RECORD
           STRING "PREVISION DU STOCK V CONTRE LES PLANS DE PARUTION"
                  DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DATE-PREVISION DELIMITED BY SIZE
             INTO PREVRAP-RECORD
           WRITE PREVRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *****************
       CHARGER-MARGES.
      *****************
      * Lit les marges de securite par taille quand MARGES est
      * present ; une ligne illisible ou hors des tailles 2 a 8 est
      * ignoree, une taille sans ligne garde une marge nulle.
           OPEN INPUT MATRIX-MARGE
           IF ST-MARGE = '00'
             PERFORM UNTIL ST-MARGE NOT = '00'
               READ MATRIX-MARGE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MRG-TAILLE NUMERIC AND MRG-MARGE NUMERIC
                        AND MRG-TAILLE >= 2 AND MRG-TAILLE <= 8
                     MOVE MRG-MARGE TO TT-MARGE(MRG-TAILLE)
                   ELSE
                     DISPLAY "Ligne de MARGES illisible, ignoree."
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MATRIX-MARGE
           END-IF
           .
      ******************************
       FIN-CHARGER-MARGES. EXIT.
      ******************************

      ************************
       LIRE-LISTE-SUIVANTE.
      ************************
           READ MATRIX-PLST
             AT END
               SET Fin-Liste-Plans TO TRUE
           END-READ
           .
      ******************************
       FIN-LIRE-LISTE-SUIVANTE. EXIT.
      ******************************

      ****************
       CHARGER-PLAN.
      ****************
      * Lit un plan de parution et cumule ses lignes dans la table
      * des demandes. Un plan absent est signale et saute ; une
      * ligne que MatrixIss refuserait (type inconnu, ligne avant
      * l'entete, quantite, taille ou constante invalide) est
      * signalee et ignoree : le plan est a corriger avant le soir
      * de l'assemblage, c'est justement ce qu'on veut savoir tot.
           OPEN INPUT MATRIX-PLAN
           IF ST-PLAN NOT = '00'
             ADD 1 TO NB-PLANS-ABSENTS
             MOVE SPACES TO PREVRAP-RECORD
             STRING "*** PLAN " DELIMITED BY SIZE
                    NOM-PLAN DELIMITED BY SIZE
                    " INOUVRABLE, CODE ETAT " DELIMITED BY SIZE
                    ST-PLAN DELIMITED BY SIZE
                    " - NON PREVU" DELIMITED BY SIZE
               INTO PREVRAP-RECORD
             WRITE PREVRAP-RECORD
             GO TO FIN-CHARGER-PLAN
           END-IF
           ADD 1 TO NB-PLANS
           MOVE SPACES TO ID-PARUTION
           MOVE 0 TO NUM-ENREG
           SET Entete-Pas-Vue TO TRUE
           SET Pas-Fin-Plan TO TRUE
           PERFORM UNTIL Fin-Plan
             READ MATRIX-PLAN
               AT END
                 SET Fin-Plan TO TRUE
               NOT AT END
                 ADD 1 TO NUM-ENREG
                 PERFORM TRAITER-ENREG-PLAN
                         THRU FIN-TRAITER-ENREG-PLAN
             END-READ
           END-PERFORM
           CLOSE MATRIX-PLAN
           .
      ******************************
       FIN-CHARGER-PLAN. EXIT.
      ******************************

      **********************
       TRAITER-ENREG-PLAN.
      **********************
      * Aiguille l'enregistrement courant du plan selon son type,
      * avec les memes controles que l'assemblage.
           EVALUATE PLE-TYPE-ENR
             WHEN 'E'
               IF Entete-Vue
                 MOVE "ENTETE DE PLAN EN DOUBLE" TO MOTIF-LIGNE
                 PERFORM SIGNALER-LIGNE-INVALIDE
                         THRU FIN-SIGNALER-LIGNE-INVALIDE
               ELSE
                 SET Entete-Vue TO TRUE
                 MOVE PLE-ID-PARUTION TO ID-PARUTION
                 MOVE SPACES TO PREVRAP-RECORD
                 STRING "PLAN " DELIMITED BY SIZE
                        NOM-PLAN DELIMITED BY SIZE
                        " : PARUTION " DELIMITED BY SIZE
                        PLE-ID-PARUTION DELIMITED BY SIZE
                        " DU " DELIMITED BY SIZE
                        PLE-DATE-PLAN DELIMITED BY SIZE
                   INTO PREVRAP-RECORD
                 WRITE PREVRAP-RECORD
               END-IF
             WHEN 'D'
               ADD 1 TO NB-LIGNES-PLAN
               EVALUATE TRUE
                 WHEN Entete-Pas-Vue
                   MOVE "LIGNE DE PLAN AVANT L'ENTETE" TO MOTIF-LIGNE
                   PERFORM SIGNALER-LIGNE-INVALIDE
                           THRU FIN-SIGNALER-LIGNE-INVALIDE
                 WHEN PLD-QUANTITE NOT NUMERIC OR PLD-QUANTITE = 0
                      OR PLD-TAILLE NOT NUMERIC
                      OR PLD-TAILLE < 2 OR PLD-TAILLE > 8
                      OR PLD-CONSTANTE NOT NUMERIC
                      OR NOT Pld-Famille-Valide
                   MOVE "LIGNE DE PLAN INVALIDE" TO MOTIF-LIGNE
                   PERFORM SIGNALER-LIGNE-INVALIDE
                           THRU FIN-SIGNALER-LIGNE-INVALIDE
                 WHEN OTHER
                   PERFORM CUMULER-DEMANDE THRU FIN-CUMULER-DEMANDE
               END-EVALUATE
             WHEN OTHER
               MOVE "TYPE D'ENREGISTREMENT INCONNU" TO MOTIF-LIGNE
               PERFORM SIGNALER-LIGNE-INVALIDE
                       THRU FIN-SIGNALER-LIGNE-INVALIDE
           END-EVALUATE
           .
      ******************************
       FIN-TRAITER-ENREG-PLAN. EXIT.
      ******************************

      ****************************
       SIGNALER-LIGNE-INVALIDE.
      ****************************
      * Le motif est pose dans MOTIF-LIGNE par l'appelant.
           ADD 1 TO NB-LIGNES-INVALIDES
           MOVE SPACES TO PREVRAP-RECORD
           STRING "  *** PLAN " DELIMITED BY SIZE
                  NOM-PLAN DELIMITED BY SIZE
                  " ENREGISTREMENT " DELIMITED BY SIZE
                  NUM-ENREG DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  MOTIF-LIGNE DELIMITED BY SIZE
                  " - IGNORE" DELIMITED BY SIZE
             INTO PREVRAP-RECORD
           WRITE PREVRAP-RECORD
           .
      ******************************
       FIN-SIGNALER-LIGNE-INVALIDE. EXIT.
      ******************************

      ******************
       CUMULER-DEMANDE.
      ******************
      * Ajoute la ligne de plan a la demande de son triplet
      * taille + constante + famille, en creant l'entree au
      * premier passage.
           SET Entree-Non-Trouvee TO TRUE
           PERFORM VARYING IND-DEM FROM 1 BY 1
                   UNTIL IND-DEM > NB-DEMANDES OR Entree-Trouvee
             IF DEM-TAILLE(IND-DEM) = PLD-TAILLE
                  AND DEM-CONSTANTE(IND-DEM) = PLD-CONSTANTE
                  AND DEM-FAMILLE(IND-DEM) = PLD-FAMILLE
               SET Entree-Trouvee TO TRUE
               ADD PLD-QUANTITE TO DEM-QUANTITE(IND-DEM)
             END-IF
           END-PERFORM
           IF Entree-Non-Trouvee
             IF NB-DEMANDES < 500
               ADD 1 TO NB-DEMANDES
               SET Dem-Plan(NB-DEMANDES) TO TRUE
               MOVE PLD-TAILLE TO DEM-TAILLE(NB-DEMANDES)
               MOVE PLD-CONSTANTE TO DEM-CONSTANTE(NB-DEMANDES)
               MOVE PLD-FAMILLE TO DEM-FAMILLE(NB-DEMANDES)
               MOVE PLD-QUANTITE TO DEM-QUANTITE(NB-DEMANDES)
               MOVE 0 TO DEM-STOCK(NB-DEMANDES)
               MOVE 0 TO DEM-BESOIN(NB-DEMANDES)
               MOVE 0 TO DEM-MANQUE(NB-DEMANDES)
               SET Cste-Atteignable(NB-DEMANDES) TO TRUE
             ELSE
               MOVE "TABLE DES DEMANDES SATUREE" TO MOTIF-LIGNE
               PERFORM SIGNALER-LIGNE-INVALIDE
                       THRU FIN-SIGNALER-LIGNE-INVALIDE
             END-IF
           END-IF
           .
      ******************************
       FIN-CUMULER-DEMANDE. EXIT.
      ******************************

      ****************
       EVALUER-STOCK.
      ****************
      * Met le stock V en face de chaque demande, dans l'ordre ou
      * MatrixIss servira les lignes de plan : chaque demande ne
      * dispose que des carres qui lui repondent et que les
      * demandes precedentes n'ont pas pris, et en prend au plus sa
      * quantite. Les marges de securite passent en dernier, sur
      * le stock ordinaire qui reste de la taille. Le manque est ce
      * qui reste a produire pour couvrir le besoin.
           PERFORM AJOUTER-MARGES THRU FIN-AJOUTER-MARGES
           PERFORM VARYING IND-DEM FROM 1 BY 1
                   UNTIL IND-DEM > NB-DEMANDES
             PERFORM CONTROLER-ATTEIGNABLE
                     THRU FIN-CONTROLER-ATTEIGNABLE
             PERFORM COMPTER-STOCK-DEMANDE
                     THRU FIN-COMPTER-STOCK-DEMANDE
             MOVE NB-STOCK TO DEM-STOCK(IND-DEM)
             IF Dem-Marge(IND-DEM)
               MOVE DEM-TAILLE(IND-DEM) TO IND-TAILLE
               MOVE TT-MARGE(IND-TAILLE) TO DEM-BESOIN(IND-DEM)
             ELSE
               MOVE DEM-QUANTITE(IND-DEM) TO DEM-BESOIN(IND-DEM)
             END-IF
             IF DEM-BESOIN(IND-DEM) > DEM-STOCK(IND-DEM)
               COMPUTE DEM-MANQUE(IND-DEM) =
                   DEM-BESOIN(IND-DEM) - DEM-STOCK(IND-DEM)
             ELSE
               MOVE 0 TO DEM-MANQUE(IND-DEM)
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-EVALUER-STOCK. EXIT.
      ******************************

      *****************
       AJOUTER-MARGES.
      *****************
      * Une entree de marge, toute constante et sans famille, pour
      * chaque taille demandee par au moins une ligne de plan et
      * dotee d'une marge non nulle. Une taille sans demande ne
      * fait pas l'objet d'une prevision.
           PERFORM VARYING IND-TAILLE FROM 2 BY 1 UNTIL IND-TAILLE > 8
             IF TT-MARGE(IND-TAILLE) > 0
               SET Entree-Non-Trouvee TO TRUE
               PERFORM VARYING IND-DEM FROM 1 BY 1
                       UNTIL IND-DEM > NB-DEMANDES OR Entree-Trouvee
                 IF DEM-TAILLE(IND-DEM) = IND-TAILLE
                   SET Entree-Trouvee TO TRUE
                 END-IF
               END-PERFORM
               IF Entree-Trouvee
                 ADD 1 TO NB-DEMANDES
                 SET Dem-Marge(NB-DEMANDES) TO TRUE
                 MOVE IND-TAILLE TO DEM-TAILLE(NB-DEMANDES)
                 MOVE 0 TO DEM-CONSTANTE(NB-DEMANDES)
                 MOVE SPACE TO DEM-FAMILLE(NB-DEMANDES)
                 MOVE 0 TO DEM-QUANTITE(NB-DEMANDES)
                 MOVE 0 TO DEM-STOCK(NB-DEMANDES)
                 MOVE 0 TO DEM-BESOIN(NB-DEMANDES)
                 MOVE 0 TO DEM-MANQUE(NB-DEMANDES)
                 SET Cste-Atteignable(NB-DEMANDES) TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-AJOUTER-MARGES. EXIT.
      ******************************

      ************************
       CONTROLER-ATTEIGNABLE.
      ************************
      * La generation en masse ne produit que les tailles 3 a 8, et
      * n'atteint une constante fixee qu'en decalant toutes les
      * cases du carre naturel du meme montant (voir
      * APPLIQUER-DECALAGE dans MatrixGen) : l'ecart a la constante
      * naturelle doit etre un multiple de la taille, et les cases
      * decalees doivent rester dans -999 a +999. Une demande
      * "toute constante" d'une taille generable est toujours
      * atteignable (constante naturelle).
           SET Cste-Atteignable(IND-DEM) TO TRUE
           MOVE DEM-TAILLE(IND-DEM) TO TAILLE
           IF TAILLE < 3
             SET Taille-Non-Generable(IND-DEM) TO TRUE
             GO TO FIN-CONTROLER-ATTEIGNABLE
           END-IF
      * MatrixGen ne produit que des carres ordinaires : le stock
      * d'une famille ne vient que des soumissions.
           IF DEM-FAMILLE(IND-DEM) NOT = SPACE
             SET Famille-Non-Generable(IND-DEM) TO TRUE
             GO TO FIN-CONTROLER-ATTEIGNABLE
           END-IF
           IF DEM-CONSTANTE(IND-DEM) = 0
             GO TO FIN-CONTROLER-ATTEIGNABLE
           END-IF
           COMPUTE NB-COMP = TAILLE * TAILLE
           COMPUTE CSTE-NATURELLE = TAILLE * (NB-COMP + 1) / 2
           COMPUTE CSTE-RESTE = FUNCTION MOD(
               DEM-CONSTANTE(IND-DEM) - CSTE-NATURELLE, TAILLE)
           IF CSTE-RESTE NOT = 0
             SET Cste-Inatteignable(IND-DEM) TO TRUE
           ELSE
             COMPUTE CSTE-DECALAGE =
                 (DEM-CONSTANTE(IND-DEM) - CSTE-NATURELLE) / TAILLE
             IF 1 + CSTE-DECALAGE < -999
                  OR NB-COMP + CSTE-DECALAGE > 999
               SET Cste-Hors-Bornes(IND-DEM) TO TRUE
             END-IF
           END-IF
           .
      ******************************
       FIN-CONTROLER-ATTEIGNABLE. EXIT.
      ******************************

      *************************
       COMPTER-STOCK-DEMANDE.
      *************************
      * Parcourt la cle secondaire du catalogue comme MatrixIss
      * pour la ligne de plan : la seule constante demandee, ou
      * toute la taille pour une constante nulle (plancher
      * LOW-VALUES puis la taille : le signe separe en tete fait
      * trier les constantes positives avant les negatives, meme
      * raisonnement que la liste de MatrixCat). Chaque carre V qui
      * repond a la famille passe par PRENDRE-CARRE.
           MOVE 0 TO NB-STOCK
           MOVE 0 TO QTE-SERVIE
           PERFORM VARYING IND-LOT FROM 1 BY 1 UNTIL IND-LOT > NB-LOTS
             MOVE LOT-PRIS(IND-LOT) TO LOT-PRIS-AVANT(IND-LOT)
             MOVE 0 TO LOT-VUS(IND-LOT)
           END-PERFORM
           IF DEM-CONSTANTE(IND-DEM) = 0
             MOVE LOW-VALUES TO CAT-CLE-RECHERCHE
             MOVE DEM-TAILLE(IND-DEM) TO CAT-TAILLE
           ELSE
             MOVE DEM-TAILLE(IND-DEM) TO CAT-TAILLE
             MOVE DEM-CONSTANTE(IND-DEM) TO CAT-CONSTANTE
           END-IF
           SET Pas-Fin-Liste TO TRUE
           START MATRIX-CAT KEY NOT LESS CAT-CLE-RECHERCHE
             INVALID KEY
               SET Fin-Liste TO TRUE
           END-START
           PERFORM UNTIL Fin-Liste
             READ MATRIX-CAT NEXT RECORD
               AT END
                 SET Fin-Liste TO TRUE
               NOT AT END
                 IF CAT-TAILLE NOT = DEM-TAILLE(IND-DEM)
                      OR (DEM-CONSTANTE(IND-DEM) NOT = 0
                          AND CAT-CONSTANTE
                              NOT = DEM-CONSTANTE(IND-DEM))
                   SET Fin-Liste TO TRUE
                 ELSE
                   IF CAT-ETAT = 'V'
                     PERFORM CONTROLER-FAMILLE
                             THRU FIN-CONTROLER-FAMILLE
                     IF Famille-Retenue
                       PERFORM PRENDRE-CARRE THRU FIN-PRENDRE-CARRE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
      ******************************
       FIN-COMPTER-STOCK-DEMANDE. EXIT.
      ******************************

      ****************
       PRENDRE-CARRE.
      ****************
      * Le carre lu est-il encore disponible : non s'il fait partie
      * des premiers de son lot, deja pris par une demande
      * precedente. Disponible, il compte au stock de la demande,
      * qui le prend tant que sa quantite n'est pas servie.
           SET Entree-Non-Trouvee TO TRUE
           PERFORM VARYING IND-LOT FROM 1 BY 1
                   UNTIL IND-LOT > NB-LOTS OR Entree-Trouvee
             IF LOT-TAILLE(IND-LOT) = CAT-TAILLE
                  AND LOT-CONSTANTE(IND-LOT) = CAT-CONSTANTE
                  AND LOT-FAMILLES(IND-LOT) = CAT-FAMILLES
               SET Entree-Trouvee TO TRUE
             END-IF
           END-PERFORM
           IF Entree-Trouvee
             SUBTRACT 1 FROM IND-LOT
             ADD 1 TO LOT-VUS(IND-LOT)
             IF LOT-VUS(IND-LOT) NOT > LOT-PRIS-AVANT(IND-LOT)
               GO TO FIN-PRENDRE-CARRE
             END-IF
           END-IF
           ADD 1 TO NB-STOCK
           IF QTE-SERVIE NOT < DEM-QUANTITE(IND-DEM)
             GO TO FIN-PRENDRE-CARRE
           END-IF
           ADD 1 TO QTE-SERVIE
           IF Entree-Trouvee
             ADD 1 TO LOT-PRIS(IND-LOT)
           ELSE
             IF NB-LOTS < 2000
               ADD 1 TO NB-LOTS
               MOVE CAT-TAILLE TO LOT-TAILLE(NB-LOTS)
               MOVE CAT-CONSTANTE TO LOT-CONSTANTE(NB-LOTS)
               MOVE CAT-FAMILLES TO LOT-FAMILLES(NB-LOTS)
               MOVE 1 TO LOT-PRIS(NB-LOTS)
               MOVE 0 TO LOT-PRIS-AVANT(NB-LOTS)
               MOVE 1 TO LOT-VUS(NB-LOTS)
             ELSE
               ADD 1 TO NB-LOTS-SATURES
             END-IF
           END-IF
           .
      ******************************
       FIN-PRENDRE-CARRE. EXIT.
      ******************************

      ********************
       CONTROLER-FAMILLE.
      ********************
      * Meme regle que MatrixIss : une demande de famille ne compte
      * que le stock de cette famille, une demande sans famille
      * jamais les presque-carres semi-magiques.
           SET Famille-Retenue TO TRUE
           EVALUATE DEM-FAMILLE(IND-DEM)
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

      *******************
       EDITER-PREVISION.
      *******************
      * Une ligne par triplet taille + constante + famille demande
      * (demande, stock V disponible a son tour, manque), puis une
      * ligne par marge de securite (marge, stock V restant,
      * manque). Un manque atteignable devient une demande de
      * generation ; un manque inatteignable est un plan a
      * corriger. Une constante inatteignable est signalee meme
      * quand le stock suffit encore.
           MOVE SPACES TO PREVRAP-RECORD
           STRING "DEMANDE CUMULEE PAR TAILLE, CONSTANTE ET FAMILLE :"
                  DELIMITED BY SIZE INTO PREVRAP-RECORD
           WRITE PREVRAP-RECORD
           PERFORM VARYING IND-DEM FROM 1 BY 1
                   UNTIL IND-DEM > NB-DEMANDES
             PERFORM EDITER-LIGNE-DEMANDE
                     THRU FIN-EDITER-LIGNE-DEMANDE
           END-PERFORM
           IF NB-DEMANDES = 0
             MOVE SPACES TO PREVRAP-RECORD
             STRING "  (AUCUNE DEMANDE)" DELIMITED BY SIZE
               INTO PREVRAP-RECORD
             WRITE PREVRAP-RECORD
           END-IF
           .
      ******************************
       FIN-EDITER-PREVISION. EXIT.
      ******************************

      ************************
       EDITER-LIGNE-DEMANDE.
      ************************
           MOVE DEM-TAILLE(IND-DEM) TO IND-TAILLE
           MOVE SPACES TO PREVRAP-RECORD
           MOVE 1 TO PTR-RPT
           STRING "  TAILLE " DELIMITED BY SIZE
                  DEM-TAILLE(IND-DEM) DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           IF Dem-Marge(IND-DEM)
             MOVE TT-MARGE(IND-TAILLE) TO CHAMP-CPT
             STRING " MARGE DE SECURITE " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO PREVRAP-RECORD WITH POINTER PTR-RPT
             MOVE DEM-STOCK(IND-DEM) TO CHAMP-CPT
             STRING " STOCK V RESTANT " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           ELSE
             IF DEM-CONSTANTE(IND-DEM) = 0
               STRING " CONSTANTE TOUTE" DELIMITED BY SIZE
                 INTO PREVRAP-RECORD WITH POINTER PTR-RPT
             ELSE
               MOVE DEM-CONSTANTE(IND-DEM) TO CHAMP-CSTE
               STRING " CONSTANTE " DELIMITED BY SIZE
                      CHAMP-CSTE DELIMITED BY SIZE
                 INTO PREVRAP-RECORD WITH POINTER PTR-RPT
             END-IF
             IF DEM-FAMILLE(IND-DEM) NOT = SPACE
               STRING " FAMILLE " DELIMITED BY SIZE
                      DEM-FAMILLE(IND-DEM) DELIMITED BY SIZE
                 INTO PREVRAP-RECORD WITH POINTER PTR-RPT
             END-IF
             MOVE DEM-QUANTITE(IND-DEM) TO CHAMP-CPT
             STRING " DEMANDE " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO PREVRAP-RECORD WITH POINTER PTR-RPT
             MOVE DEM-STOCK(IND-DEM) TO CHAMP-CPT
             STRING " STOCK V " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           MOVE DEM-MANQUE(IND-DEM) TO CHAMP-CPT
           STRING " MANQUE " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           WRITE PREVRAP-RECORD

      * La marge d'une taille non generable n'est signalee que par
      * son manque, s'il y en a un.
           IF NOT Cste-Atteignable(IND-DEM) AND Dem-Plan(IND-DEM)
             ADD 1 TO NB-INATTEIGNABLES
             MOVE SPACES TO PREVRAP-RECORD
             EVALUATE TRUE
               WHEN Taille-Non-Generable(IND-DEM)
                 STRING "    *** TAILLE NON GENERABLE PAR MATRIXGEN"
                        " (3 A 8 SEULEMENT)" DELIMITED BY SIZE
                   INTO PREVRAP-RECORD
               WHEN Famille-Non-Generable(IND-DEM)
                 STRING "    *** FAMILLE NON GENERABLE PAR MATRIXGEN"
                        " (SOUMISSIONS SEULEMENT)" DELIMITED BY SIZE
                   INTO PREVRAP-RECORD
               WHEN Cste-Hors-Bornes(IND-DEM)
                 STRING "    *** CONSTANTE HORS BORNES DES CELLULES"
                        " POUR CETTE TAILLE" DELIMITED BY SIZE
                   INTO PREVRAP-RECORD
               WHEN OTHER
                 STRING "    *** CONSTANTE INATTEIGNABLE POUR CETTE"
                        " TAILLE" DELIMITED BY SIZE
                   INTO PREVRAP-RECORD
             END-EVALUATE
             WRITE PREVRAP-RECORD
           END-IF

           IF DEM-MANQUE(IND-DEM) > 0
             ADD 1 TO NB-MANQUES
             IF Cste-Atteignable(IND-DEM)
               PERFORM ECRIRE-DEMANDE-GEN
                       THRU FIN-ECRIRE-DEMANDE-GEN
             ELSE
               MOVE SPACES TO PREVRAP-RECORD
               STRING "    *** MANQUE NON COMBLABLE PAR GENERATION -"
                      " PLAN A CORRIGER" DELIMITED BY SIZE
                 INTO PREVRAP-RECORD
               WRITE PREVRAP-RECORD
             END-IF
           END-IF
           .
      ******************************
       FIN-EDITER-LIGNE-DEMANDE. EXIT.
      ******************************

      *********************
       ECRIRE-DEMANDE-GEN.
      *********************
      * Ecrit le manque de la demande courante en demandes de
      * generation GENREQ (REQ-QUANTITE tient sur trois chiffres :
      * un manque plus grand est decoupe en plusieurs demandes).
      * Une demande "toute constante" part en constante zero,
      * c'est-a-dire la constante naturelle de la taille pour
      * MatrixGen.
           MOVE DEM-MANQUE(IND-DEM) TO QTE-RESTE
           ADD DEM-MANQUE(IND-DEM) TO TOTAL-A-GENERER
           PERFORM UNTIL QTE-RESTE = 0
             MOVE SPACES TO GENREQ-RECORD
             IF QTE-RESTE > 999
               MOVE 999 TO REQ-QUANTITE
               SUBTRACT 999 FROM QTE-RESTE
             ELSE
               MOVE QTE-RESTE TO REQ-QUANTITE
               MOVE 0 TO QTE-RESTE
             END-IF
             MOVE DEM-TAILLE(IND-DEM) TO REQ-TAILLE
             MOVE DEM-CONSTANTE(IND-DEM) TO REQ-CONSTANTE
             WRITE GENREQ-RECORD
             ADD 1 TO NB-REQ-ECRITES
           END-PERFORM
           MOVE SPACES TO PREVRAP-RECORD
           MOVE DEM-MANQUE(IND-DEM) TO CHAMP-CPT
           STRING "    DEMANDE DE GENERATION ECRITE : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
                  " CARRES" DELIMITED BY SIZE
             INTO PREVRAP-RECORD
           WRITE PREVRAP-RECORD
           .
      ******************************
       FIN-ECRIRE-DEMANDE-GEN. EXIT.
      ******************************

      *****************
       RAPPORT-FINAL.
      *****************
           MOVE SPACES TO PREVRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-PLANS TO CHAMP-CPT
           STRING "PLANS LUS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-PLANS-ABSENTS TO CHAMP-CPT
           STRING "  INOUVRABLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-LIGNES-PLAN TO CHAMP-CPT
           STRING "  LIGNES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-LIGNES-INVALIDES TO CHAMP-CPT
           STRING "  IGNOREES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           WRITE PREVRAP-RECORD

           MOVE SPACES TO PREVRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-MANQUES TO CHAMP-CPT
           STRING "MANQUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-INATTEIGNABLES TO CHAMP-CPT
           STRING "  INATTEIGNABLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE TOTAL-A-GENERER TO CHAMP-CPT
           STRING "  CARRES A GENERER : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-REQ-ECRITES TO CHAMP-CPT
           STRING "  DEMANDES GENREQ : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PREVRAP-RECORD WITH POINTER PTR-RPT
           WRITE PREVRAP-RECORD

           IF NB-LOTS-SATURES > 0
             MOVE SPACES TO PREVRAP-RECORD
             MOVE NB-LOTS-SATURES TO CHAMP-CPT
             STRING "*** TABLE DES LOTS SATUREE : " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
                    " CARRES PRIS NON DEDUITS, STOCK PEUT-ETRE"
                    DELIMITED BY SIZE
                    " SURESTIME" DELIMITED BY SIZE
               INTO PREVRAP-RECORD
             WRITE PREVRAP-RECORD
           END-IF
           .
      ******************************
       FIN-RAPPORT-FINAL. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas la
      * prevision, il est seulement signale.
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
             MOVE "MatrixPrev" TO OPS-PROGRAMME
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
      * Fichier inouvrable : la prevision s'arrete avec le code 12
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
      * Code retour pour l'ordonnanceur : zero quand le stock V
      * couvre tous les plans a venir, 4 quand il y a un manque
      * (demandes GENREQ ecrites), une constante inatteignable, une
      * ligne de plan ignoree, un plan inouvrable ou une table des
      * lots saturee, 12 fichier inouvrable.
           CLOSE MATRIX-CAT
           CLOSE MATRIX-PREVRPT
           CLOSE MATRIX-REQ
           IF NB-MANQUES > 0 OR NB-INATTEIGNABLES > 0
                OR NB-LIGNES-INVALIDES > 0 OR NB-PLANS-ABSENTS > 0
                OR NB-LOTS-SATURES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-LIGNES-PLAN TO ENTREES-OPS
           MOVE NB-REQ-ECRITES TO SORTIES-OPS
           MOVE RETURN-CODE TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "MANQUES " NB-MANQUES
                  " A GENERER " TOTAL-A-GENERER
                  " INATT " NB-INATTEIGNABLES
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           DISPLAY "Plans lus : " NB-PLANS ", lignes : "
                   NB-LIGNES-PLAN
           DISPLAY "Manques : " NB-MANQUES ", carres a generer : "
                   TOTAL-A-GENERER
           DISPLAY 'Fin de prevision.'
           STOP RUN.
       END PROGRAM MatrixPrev.
