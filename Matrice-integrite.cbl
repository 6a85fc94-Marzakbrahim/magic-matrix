       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixInt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Catalogue maitre, en lecture seule : parcouru en entier par
      * numero de serie, puis relu par cle depuis l'historique des
      * formes.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Historique indexe des formes canoniques (FORMREC.cpy), en
      * lecture seule.
           SELECT MATRIX-FORM     ASSIGN "FORMHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY FH-CLE
                                   FILE STATUS IS ST-FORM.

      * Piste d'audit vivante alimentee par Matrix.
           SELECT MATRIX-AUDIT    ASSIGN "AUDITLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-AUDIT.

      * Index des archives annuelles de la piste, tenu par
      * MatrixArc.
           SELECT MATRIX-ARCIX    ASSIGN "ARCINDEX"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-IX.

      * Archive annuelle en cours de lecture (AUDARCaaaa), meme
      * image d'enregistrement que la piste vivante.
           SELECT MATRIX-ARC      ASSIGN NOM-ARCHIVE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-ARC.

      * Liste des manifestes conserves (MANLSTREC.cpy), facultative.
           SELECT MATRIX-MLST     ASSIGN "MANIFLST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-MLST.

      * Manifeste de parution en cours de lecture (MANIFREC.cpy).
           SELECT MATRIX-MANIF    ASSIGN NOM-MANIFESTE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-MANIF.

      * Releve des series auditees et manifestees (INTGWREC.cpy),
      * recree a chaque passage.
           SELECT MATRIX-TRAV     ASSIGN "INTEGWRK"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IW-CLE
                                   FILE STATUS IS ST-TRAV.

      * Rapport d'exceptions du controle d'integrite.
           SELECT MATRIX-INTRPT   ASSIGN "INTEGRPT"
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

       FD  MATRIX-FORM.
           COPY FORMREC.

       FD  MATRIX-AUDIT.
           COPY AUDITREC.

       FD  MATRIX-ARCIX.
           COPY ARCIXREC.

       FD  MATRIX-ARC.
           COPY ARCHREC.

       FD  MATRIX-MLST.
           COPY MANLSTREC.

       FD  MATRIX-MANIF.
           COPY MANIFREC.

       FD  MATRIX-TRAV.
           COPY INTGWREC.

       FD  MATRIX-INTRPT.
           COPY INTGRPREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-CAT   PIC X(02).
       01 ST-FORM  PIC X(02).
       01 ST-AUDIT PIC X(02).
       01 ST-IX    PIC X(02).
       01 ST-ARC   PIC X(02).
       01 ST-MLST  PIC X(02).
       01 ST-MANIF PIC X(02).
       01 ST-TRAV  PIC X(02).
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

      * Familles recalculees par le module commun MatrixFam, a
      * confronter a celles du catalogue :
       COPY FAMDEF.

      * Forme canonique recalculee (la plus petite des huit
      * ecritures par symetrie, meme calcul que Matrix) et variante
      * en cours d'essai :
       01 FORME-COURANTE   PIC X(256).
       01 FORME-VARIANTE   PIC X(256).
       01 VAR-TRANSFO      PIC 9(1).
       01 SRC-I            PIC 9(2).
       01 SRC-J            PIC 9(2).
       01 PTR-FORME        PIC 9(4).
       01 CELLULE-EDITEE   PIC -999.

      * Archives annuelles a relever avant la piste vivante, par
      * l'index ARCINDEX :
       01 NOM-ARCHIVE   PIC X(12).
       01 NB-ANNEES-ARC PIC 9(03) VALUE 0.
       01 IND-AN        PIC 9(03).
       01 TAB-ANNEES-ARC.
           05 ANNEE-ARC OCCURS 100 PIC 9(04).

      * Manifestes a relever : par la liste MANIFLST quand elle
      * existe, sinon le seul MANIFEST de la derniere parution.
       01 NOM-MANIFESTE  PIC X(12).
       01 CTRL-LISTE PIC X.
           88 Liste-Presente VALUE 'O'.
           88 Liste-Absente  VALUE 'N'.

      * Etat du carre en cours de controle :
       01 CTRL-CARRE PIC X.
           88 Carre-Sain VALUE 'O'.
           88 Carre-Sale VALUE 'N'.
       01 MOTIF-ANOMALIE PIC X(60).

      * Compteurs d'ensemble :
       01 NB-CARRES          PIC 9(08) VALUE 0.
       01 NB-CARRES-SALES    PIC 9(08) VALUE 0.
       01 NB-FORMES-LUES     PIC 9(08) VALUE 0.
       01 NB-SERIES-AUDIT    PIC 9(08) VALUE 0.
       01 NB-SERIES-MANIF    PIC 9(08) VALUE 0.
       01 NB-MANIFESTES      PIC 9(08) VALUE 0.
       01 NB-ANOMALIES       PIC 9(08) VALUE 0.
       01 NB-ANO-GRILLE      PIC 9(08) VALUE 0.
       01 NB-ANO-FORME       PIC 9(08) VALUE 0.
       01 NB-ANO-FORMHIST    PIC 9(08) VALUE 0.
       01 NB-ANO-AUDIT       PIC 9(08) VALUE 0.
       01 NB-ANO-ETAT        PIC 9(08) VALUE 0.
       01 NB-ANO-FICHIER     PIC 9(08) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT    PIC 9(04).
       01 CHAMP-CPT  PIC -9(08).
       01 CHAMP-CSTE PIC -9(04).
       01 DATE-CONTROLE PIC 9(08).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Controle croise du catalogue, de l'historique des formes et
      * de la piste d'audit, tenus en phase par des programmes
      * distincts : apres une nuit avortee ou une restauration, on
      * veut savoir s'ils concordent encore avant la fin de mois.
      * Les traces (series auditees et manifestees) sont d'abord
      * relevees dans un fichier de travail indexe, puis chaque
      * carre du catalogue y est confronte par lecture directe ;
      * l'historique des formes est enfin parcouru en sens inverse.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM RELEVER-ARCHIVES THRU FIN-RELEVER-ARCHIVES
           PERFORM RELEVER-AUDIT THRU FIN-RELEVER-AUDIT
           PERFORM RELEVER-MANIFESTES THRU FIN-RELEVER-MANIFESTES
           CLOSE MATRIX-TRAV
           OPEN INPUT MATRIX-TRAV
           IF ST-TRAV NOT = '00'
             DISPLAY "Impossible de relire INTEGWRK, code etat "
                     ST-TRAV "."
             MOVE "INTEGWRK illisible" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           PERFORM CONTROLER-CATALOGUE THRU FIN-CONTROLER-CATALOGUE
           PERFORM CONTROLER-FORMHIST THRU FIN-CONTROLER-FORMHIST
           PERFORM RAPPORT-FINAL THRU FIN-RAPPORT-FINAL
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Controle d integrite      ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixInt" TO DEP-PROGRAMME
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

           ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
           OPEN INPUT MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN INPUT MATRIX-FORM
           IF ST-FORM NOT = '00'
             DISPLAY "Impossible d'ouvrir FORMHIST, code etat "
                     ST-FORM "."
             MOVE "FORMHIST inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN INPUT MATRIX-AUDIT
           IF ST-AUDIT NOT = '00'
             DISPLAY "Impossible d'ouvrir AUDITLOG, code etat "
                     ST-AUDIT "."
             MOVE "AUDITLOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-TRAV
           IF ST-TRAV NOT = '00'
             DISPLAY "Impossible d'ouvrir INTEGWRK, code etat "
                     ST-TRAV "."
             MOVE "INTEGWRK inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-INTRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir INTEGRPT, code etat "
                     ST-RPT "."
             MOVE "INTEGRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO INTEGRAP-RECORD
           STRING "CONTROLE D'INTEGRITE CATALOG / FORMHIST / AUDIT"
                  DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DATE-CONTROLE DELIMITED BY SIZE
             INTO INTEGRAP-RECORD
           WRITE INTEGRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *******************
       RELEVER-ARCHIVES.
      *******************
      * Depuis la coupe de retention de MatrixArc, les audits les
      * plus anciens vivent dans les archives annuelles listees par
      * ARCINDEX. Pas d'index : rien n'a ete archive. Une archive
      * indexee mais illisible est une anomalie : ses carres
      * paraitraient tous sans audit.
           OPEN INPUT MATRIX-ARCIX
           IF ST-IX NOT = '00'
             GO TO FIN-RELEVER-ARCHIVES
           END-IF
           PERFORM UNTIL ST-IX NOT = '00'
             READ MATRIX-ARCIX
               AT END
                 CONTINUE
               NOT AT END
                 IF NB-ANNEES-ARC < 100
                   ADD 1 TO NB-ANNEES-ARC
                   MOVE ARCIX-ANNEE TO ANNEE-ARC(NB-ANNEES-ARC)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-ARCIX

           PERFORM VARYING IND-AN FROM 1 BY 1
                   UNTIL IND-AN > NB-ANNEES-ARC
             PERFORM RELEVER-UNE-ARCHIVE
                     THRU FIN-RELEVER-UNE-ARCHIVE
           END-PERFORM
           .
      ******************************
       FIN-RELEVER-ARCHIVES. EXIT.
      ******************************

      **********************
       RELEVER-UNE-ARCHIVE.
      **********************
           MOVE SPACES TO NOM-ARCHIVE
           STRING "AUDARC" DELIMITED BY SIZE
                  ANNEE-ARC(IND-AN) DELIMITED BY SIZE
             INTO NOM-ARCHIVE
           OPEN INPUT MATRIX-ARC
           IF ST-ARC NOT = '00'
             ADD 1 TO NB-ANO-FICHIER
             MOVE SPACES TO INTEGRAP-RECORD
             STRING "  *** ARCHIVE " DELIMITED BY SIZE
                    NOM-ARCHIVE DELIMITED BY SIZE
                    " INDEXEE MAIS ILLISIBLE, CODE ETAT "
                    DELIMITED BY SIZE
                    ST-ARC DELIMITED BY SIZE
               INTO INTEGRAP-RECORD
             PERFORM ECRIRE-ANOMALIE THRU FIN-ECRIRE-ANOMALIE
             GO TO FIN-RELEVER-UNE-ARCHIVE
           END-IF
           PERFORM UNTIL ST-ARC NOT = '00'
             READ MATRIX-ARC
               AT END
                 CONTINUE
               NOT AT END
                 MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
                 PERFORM RELEVER-SERIE-AUDIT
                         THRU FIN-RELEVER-SERIE-AUDIT
             END-READ
           END-PERFORM
           CLOSE MATRIX-ARC
           .
      ******************************
       FIN-RELEVER-UNE-ARCHIVE. EXIT.
      ******************************

      ****************
       RELEVER-AUDIT.
      ****************
           PERFORM UNTIL ST-AUDIT NOT = '00'
             READ MATRIX-AUDIT
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM RELEVER-SERIE-AUDIT
                         THRU FIN-RELEVER-SERIE-AUDIT
             END-READ
           END-PERFORM
           CLOSE MATRIX-AUDIT
           .
      ******************************
       FIN-RELEVER-AUDIT. EXIT.
      ******************************

      **********************
       RELEVER-SERIE-AUDIT.
      **********************
      * Seuls les carres catalogues portent un numero de serie
      * (zero pour un carre non magique ou un doublon).
           IF AUDIT-SERIE NUMERIC AND AUDIT-SERIE > 0
             MOVE 'A' TO IW-TYPE
             MOVE AUDIT-SERIE TO IW-SERIE
             WRITE INTEGWRK-RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO NB-SERIES-AUDIT
             END-WRITE
           END-IF
           .
      ******************************
       FIN-RELEVER-SERIE-AUDIT. EXIT.
      ******************************

      *********************
       RELEVER-MANIFESTES.
      *********************
      * Releve les series de chaque manifeste conserve ; sans liste
      * MANIFLST, seul le MANIFEST de la derniere parution est lu,
      * et son absence n'est pas une anomalie (aucune parution
      * assemblee depuis sa remise a blanc).
           OPEN INPUT MATRIX-MLST
           IF ST-MLST = '00'
             SET Liste-Presente TO TRUE
             PERFORM UNTIL ST-MLST NOT = '00'
               READ MATRIX-MLST
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MNL-NOM-MANIFESTE NOT = SPACES
                     MOVE MNL-NOM-MANIFESTE TO NOM-MANIFESTE
                     PERFORM RELEVER-UN-MANIFESTE
                             THRU FIN-RELEVER-UN-MANIFESTE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MATRIX-MLST
           ELSE
             SET Liste-Absente TO TRUE
             MOVE "MANIFEST" TO NOM-MANIFESTE
             PERFORM RELEVER-UN-MANIFESTE
                     THRU FIN-RELEVER-UN-MANIFESTE
           END-IF
           .
      ******************************
       FIN-RELEVER-MANIFESTES. EXIT.
      ******************************

      ***********************
       RELEVER-UN-MANIFESTE.
      ***********************
           OPEN INPUT MATRIX-MANIF
           IF ST-MANIF NOT = '00'
             MOVE SPACES TO INTEGRAP-RECORD
             IF Liste-Presente
               ADD 1 TO NB-ANO-FICHIER
               STRING "  *** MANIFESTE " DELIMITED BY SIZE
                      NOM-MANIFESTE DELIMITED BY SIZE
                      " LISTE MAIS ILLISIBLE, CODE ETAT "
                      DELIMITED BY SIZE
                      ST-MANIF DELIMITED BY SIZE
                 INTO INTEGRAP-RECORD
               PERFORM ECRIRE-ANOMALIE THRU FIN-ECRIRE-ANOMALIE
             ELSE
               STRING "PAS DE MANIFESTE " DELIMITED BY SIZE
                      NOM-MANIFESTE DELIMITED BY SIZE
                 INTO INTEGRAP-RECORD
               WRITE INTEGRAP-RECORD
             END-IF
             GO TO FIN-RELEVER-UN-MANIFESTE
           END-IF
           ADD 1 TO NB-MANIFESTES
           PERFORM UNTIL ST-MANIF NOT = '00'
             READ MATRIX-MANIF
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MANIFESTE-RECORD(1:22)
                          = "MANIFESTE DE PARUTION "
                     MOVE SPACES TO INTEGRAP-RECORD
                     STRING "MANIFESTE " DELIMITED BY SIZE
                            NOM-MANIFESTE DELIMITED BY SIZE
                            " : PARUTION " DELIMITED BY SIZE
                            MANIFESTE-RECORD(23:8) DELIMITED BY SIZE
                       INTO INTEGRAP-RECORD
                     WRITE INTEGRAP-RECORD
                   WHEN MANIFESTE-RECORD(1:8) = "  SERIE "
                        AND MANIFESTE-RECORD(9:8) NUMERIC
                     MOVE 'M' TO IW-TYPE
                     MOVE MANIFESTE-RECORD(9:8) TO IW-SERIE
                     WRITE INTEGWRK-RECORD
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         ADD 1 TO NB-SERIES-MANIF
                     END-WRITE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE MATRIX-MANIF
           .
      ******************************
       FIN-RELEVER-UN-MANIFESTE. EXIT.
      ******************************

      **********************
       CONTROLER-CATALOGUE.
      **********************
      * Parcourt tout le catalogue par numero de serie.
           MOVE SPACES TO INTEGRAP-RECORD
           STRING "EXCEPTIONS DU CATALOGUE :" DELIMITED BY SIZE
             INTO INTEGRAP-RECORD
           WRITE INTEGRAP-RECORD
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
                 PERFORM CONTROLER-CARRE THRU FIN-CONTROLER-CARRE
             END-READ
           END-PERFORM
           MOVE '00' TO ST-CAT
           .
      ******************************
       FIN-CONTROLER-CATALOGUE. EXIT.
      ******************************

      ******************
       CONTROLER-CARRE.
      ******************
      * Toutes les anomalies du carre courant sont signalees, pas
      * seulement la premiere.
           ADD 1 TO NB-CARRES
           SET Carre-Sain TO TRUE
           IF CAT-TAILLE NOT NUMERIC
                OR CAT-TAILLE < 2 OR CAT-TAILLE > 8
             ADD 1 TO NB-ANO-GRILLE
             MOVE "TAILLE INVALIDE, GRILLE NON CONTROLEE"
               TO MOTIF-ANOMALIE
             PERFORM SIGNALER-ANOMALIE-CARRE
                     THRU FIN-SIGNALER-ANOMALIE-CARRE
           ELSE
             PERFORM VERIFIER-GRILLE THRU FIN-VERIFIER-GRILLE
           END-IF
           PERFORM VERIFIER-FORMHIST THRU FIN-VERIFIER-FORMHIST
           PERFORM VERIFIER-AUDIT THRU FIN-VERIFIER-AUDIT
           PERFORM VERIFIER-ETAT THRU FIN-VERIFIER-ETAT
           IF Carre-Sale
             ADD 1 TO NB-CARRES-SALES
           END-IF
           .
      ******************************
       FIN-CONTROLER-CARRE. EXIT.
      ******************************

      ******************
       VERIFIER-GRILLE.
      ******************
      * Revalide la grille cataloguee par le module commun
      * MatrixVer, controle que la constante cataloguee est bien la
      * somme magique, reclasse le carre par MatrixFam, et
      * recalcule la forme canonique pour la confronter a celle qui
      * est stockee. Un presque-carre semi-magique catalogue comme
      * tel n'est pas une anomalie ; des familles a blanc non plus
      * (carre catalogue avant le classement, en attente du
      * reclassement).
           MOVE CAT-TAILLE TO TAILLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAILLE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAILLE
               COMPUTE SOMME-INDICES = (I - 1) * TAILLE + J
               MOVE CAT-MATRICE(SOMME-INDICES) TO Valeur(I J)
             END-PERFORM
           END-PERFORM
           CALL "MatrixVer" USING TAILLE Tab-Matrix Sommes Magique
           CALL "MatrixFam" USING TAILLE Tab-Matrix Sommes Magique
                                  FAMILLES-CARRE
           IF NOT Magique-Oui
                AND NOT (Fam-Semi-Magique-Oui
                         AND CAT-FAM-SEMI-MAGIQUE = 'O')
             ADD 1 TO NB-ANO-GRILLE
             MOVE "GRILLE NON MAGIQUE A LA REVERIFICATION"
               TO MOTIF-ANOMALIE
             PERFORM SIGNALER-ANOMALIE-CARRE
                     THRU FIN-SIGNALER-ANOMALIE-CARRE
           ELSE
             IF CAT-CONSTANTE NOT NUMERIC OR Sm(1) NOT = CAT-CONSTANTE
               ADD 1 TO NB-ANO-GRILLE
               MOVE SPACES TO MOTIF-ANOMALIE
               MOVE Sm(1) TO CHAMP-CSTE
               STRING "CONSTANTE CATALOGUEE DIFFERENTE DE LA SOMME "
                      CHAMP-CSTE DELIMITED BY SIZE
                 INTO MOTIF-ANOMALIE
               PERFORM SIGNALER-ANOMALIE-CARRE
                       THRU FIN-SIGNALER-ANOMALIE-CARRE
             END-IF
           END-IF
           IF CAT-FAMILLES NOT = SPACES
                AND CAT-FAMILLES NOT = FAMILLES-CARRE
             ADD 1 TO NB-ANO-GRILLE
             MOVE "FAMILLES CATALOGUEES DIFFERENTES DU RECLASSEMENT"
               TO MOTIF-ANOMALIE
             PERFORM SIGNALER-ANOMALIE-CARRE
                     THRU FIN-SIGNALER-ANOMALIE-CARRE
           END-IF
           PERFORM CALCULER-FORME-CANONIQUE
                   THRU FIN-CALCULER-FORME-CANONIQUE
           IF FORME-COURANTE NOT = CAT-FORME-CANONIQUE
             ADD 1 TO NB-ANO-FORME
             MOVE "FORME CANONIQUE STOCKEE DIFFERENTE DU RECALCUL"
               TO MOTIF-ANOMALIE
             PERFORM SIGNALER-ANOMALIE-CARRE
                     THRU FIN-SIGNALER-ANOMALIE-CARRE
           END-IF
           .
      ******************************
       FIN-VERIFIER-GRILLE. EXIT.
      ******************************

      ********************
       VERIFIER-FORMHIST.
      ********************
      * La forme stockee du carre doit figurer a l'historique et y
      * renvoyer a ce meme numero de serie. La cle etant unique,
      * une seule entree peut le faire ; les entrees en trop qui
      * renvoient a la serie sous une autre forme sont relevees par
      * le parcours inverse de l'historique.
           MOVE CAT-TAILLE TO FH-TAILLE
           MOVE CAT-FORME-CANONIQUE TO FH-FORME
           READ MATRIX-FORM KEY IS FH-CLE
             INVALID KEY
               ADD 1 TO NB-ANO-FORMHIST
               MOVE "AUCUNE ENTREE FORMHIST POUR SA FORME"
                 TO MOTIF-ANOMALIE
               PERFORM SIGNALER-ANOMALIE-CARRE
                       THRU FIN-SIGNALER-ANOMALIE-CARRE
             NOT INVALID KEY
               IF FH-SERIE NOT = CAT-SERIE
                 ADD 1 TO NB-ANO-FORMHIST
                 MOVE SPACES TO MOTIF-ANOMALIE
                 STRING "SA FORME RENVOIE A LA SERIE " FH-SERIE
                        " DANS FORMHIST" DELIMITED BY SIZE
                   INTO MOTIF-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE-CARRE
                         THRU FIN-SIGNALER-ANOMALIE-CARRE
               END-IF
           END-READ
           .
      ******************************
       FIN-VERIFIER-FORMHIST. EXIT.
      ******************************

      *****************
       VERIFIER-AUDIT.
      *****************
           MOVE 'A' TO IW-TYPE
           MOVE CAT-SERIE TO IW-SERIE
           READ MATRIX-TRAV KEY IS IW-CLE
             INVALID KEY
               ADD 1 TO NB-ANO-AUDIT
               MOVE "AUCUN AUDIT NI DANS AUDITLOG NI DANS LES ARCHIVES"
                 TO MOTIF-ANOMALIE
               PERFORM SIGNALER-ANOMALIE-CARRE
                       THRU FIN-SIGNALER-ANOMALIE-CARRE
           END-READ
           .
      ******************************
       FIN-VERIFIER-AUDIT. EXIT.
      ******************************

      ****************
       VERIFIER-ETAT.
      ****************
      * Etats impossibles : un carre V ou R ne porte aucun detail
      * de parution ; un carre P porte soit une parution confirmee
      * complete (parution et date postees ensemble par MatrixRet),
      * soit rien, et dans ce cas il doit figurer sur un manifeste.
           EVALUATE CAT-ETAT
             WHEN 'V'
             WHEN 'R'
               IF CAT-DATE-PARUTION NUMERIC
                 ADD 1 TO NB-ANO-ETAT
                 MOVE SPACES TO MOTIF-ANOMALIE
                 STRING "ETAT " CAT-ETAT " AVEC DATE DE PARUTION "
                        CAT-DATE-PARUTION DELIMITED BY SIZE
                   INTO MOTIF-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE-CARRE
                         THRU FIN-SIGNALER-ANOMALIE-CARRE
               ELSE
                 IF CAT-ID-PARUTION NOT = SPACES
                   ADD 1 TO NB-ANO-ETAT
                   MOVE SPACES TO MOTIF-ANOMALIE
                   STRING "ETAT " CAT-ETAT " AVEC PARUTION "
                          CAT-ID-PARUTION DELIMITED BY SIZE
                     INTO MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE-CARRE
                           THRU FIN-SIGNALER-ANOMALIE-CARRE
                 END-IF
               END-IF
             WHEN 'P'
               EVALUATE TRUE
                 WHEN CAT-DATE-PARUTION NUMERIC
                      AND CAT-ID-PARUTION NOT = SPACES
                   CONTINUE
                 WHEN CAT-DATE-PARUTION NUMERIC
                      OR CAT-ID-PARUTION NOT = SPACES
                   ADD 1 TO NB-ANO-ETAT
                   MOVE "ETAT P AVEC PARUTION CONFIRMEE INCOMPLETE"
                     TO MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE-CARRE
                           THRU FIN-SIGNALER-ANOMALIE-CARRE
                 WHEN OTHER
                   MOVE 'M' TO IW-TYPE
                   MOVE CAT-SERIE TO IW-SERIE
                   READ MATRIX-TRAV KEY IS IW-CLE
                     INVALID KEY
                       ADD 1 TO NB-ANO-ETAT
                       MOVE "ETAT P SANS MANIFESTE NI PARUTION"
                         TO MOTIF-ANOMALIE
                       PERFORM SIGNALER-ANOMALIE-CARRE
                               THRU FIN-SIGNALER-ANOMALIE-CARRE
                   END-READ
               END-EVALUATE
             WHEN OTHER
               ADD 1 TO NB-ANO-ETAT
               MOVE SPACES TO MOTIF-ANOMALIE
               STRING "ETAT INCONNU '" CAT-ETAT "'"
                      DELIMITED BY SIZE
                 INTO MOTIF-ANOMALIE
               PERFORM SIGNALER-ANOMALIE-CARRE
                       THRU FIN-SIGNALER-ANOMALIE-CARRE
           END-EVALUATE
           .
      ******************************
       FIN-VERIFIER-ETAT. EXIT.
      ******************************

      *********************
       CONTROLER-FORMHIST.
      *********************
      * Parcours inverse : chaque entree de l'historique portant un
      * numero de serie (zero pour un carre d'avant le catalogue)
      * doit renvoyer a un carre catalogue de meme taille et de
      * meme forme stockee.
           MOVE SPACES TO INTEGRAP-RECORD
           STRING "EXCEPTIONS DE L'HISTORIQUE DES FORMES :"
                  DELIMITED BY SIZE
             INTO INTEGRAP-RECORD
           WRITE INTEGRAP-RECORD
           MOVE LOW-VALUES TO FH-CLE
           START MATRIX-FORM KEY NOT LESS FH-CLE
             INVALID KEY
               MOVE '10' TO ST-FORM
           END-START
           PERFORM UNTIL ST-FORM NOT = '00'
             READ MATRIX-FORM NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO NB-FORMES-LUES
                 IF FH-SERIE NUMERIC AND FH-SERIE > 0
                   PERFORM CONTROLER-ENTREE-FORME
                           THRU FIN-CONTROLER-ENTREE-FORME
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO ST-FORM
           .
      ******************************
       FIN-CONTROLER-FORMHIST. EXIT.
      ******************************

      *************************
       CONTROLER-ENTREE-FORME.
      *************************
           MOVE FH-SERIE TO CAT-SERIE
           READ MATRIX-CAT
             INVALID KEY
               ADD 1 TO NB-ANO-FORMHIST
               MOVE "SERIE ABSENTE DU CATALOGUE" TO MOTIF-ANOMALIE
               PERFORM SIGNALER-ANOMALIE-FORME
                       THRU FIN-SIGNALER-ANOMALIE-FORME
             NOT INVALID KEY
               IF CAT-TAILLE NOT = FH-TAILLE
                    OR CAT-FORME-CANONIQUE NOT = FH-FORME
                 ADD 1 TO NB-ANO-FORMHIST
                 MOVE "ENTREE EN TROP : FORME DIFFERENTE DU CATALOGUE"
                   TO MOTIF-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE-FORME
                         THRU FIN-SIGNALER-ANOMALIE-FORME
               END-IF
           END-READ
           .
      ******************************
       FIN-CONTROLER-ENTREE-FORME. EXIT.
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

      ****************************
       SIGNALER-ANOMALIE-CARRE.
      ****************************
      * Le motif est pose dans MOTIF-ANOMALIE par l'appelant.
           SET Carre-Sale TO TRUE
           MOVE SPACES TO INTEGRAP-RECORD
           STRING "  *** SERIE " DELIMITED BY SIZE
                  CAT-SERIE DELIMITED BY SIZE
                  " ETAT " DELIMITED BY SIZE
                  CAT-ETAT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  MOTIF-ANOMALIE DELIMITED BY SIZE
             INTO INTEGRAP-RECORD
           PERFORM ECRIRE-ANOMALIE THRU FIN-ECRIRE-ANOMALIE
           .
      ******************************
       FIN-SIGNALER-ANOMALIE-CARRE. EXIT.
      ******************************

      ****************************
       SIGNALER-ANOMALIE-FORME.
      ****************************
           MOVE SPACES TO INTEGRAP-RECORD
           STRING "  *** FORMHIST TAILLE " DELIMITED BY SIZE
                  FH-TAILLE DELIMITED BY SIZE
                  " SERIE " DELIMITED BY SIZE
                  FH-SERIE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  MOTIF-ANOMALIE DELIMITED BY SIZE
             INTO INTEGRAP-RECORD
           PERFORM ECRIRE-ANOMALIE THRU FIN-ECRIRE-ANOMALIE
           .
      ******************************
       FIN-SIGNALER-ANOMALIE-FORME. EXIT.
      ******************************

      ******************
       ECRIRE-ANOMALIE.
      ******************
      * La ligne d'exception est preparee dans INTEGRAP-RECORD par
      * l'appelant.
           ADD 1 TO NB-ANOMALIES
           WRITE INTEGRAP-RECORD
           .
      ******************************
       FIN-ECRIRE-ANOMALIE. EXIT.
      ******************************

      *****************
       RAPPORT-FINAL.
      *****************
           MOVE SPACES TO INTEGRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-CARRES TO CHAMP-CPT
           STRING "CARRES CONTROLES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-CARRES-SALES TO CHAMP-CPT
           STRING "  EN ANOMALIE : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-FORMES-LUES TO CHAMP-CPT
           STRING "  FORMES LUES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           WRITE INTEGRAP-RECORD

           MOVE SPACES TO INTEGRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-SERIES-AUDIT TO CHAMP-CPT
           STRING "SERIES AUDITEES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANNEES-ARC TO CHAMP-CPT
           STRING "  ARCHIVES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-SERIES-MANIF TO CHAMP-CPT
           STRING "  SERIES MANIFESTEES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-MANIFESTES TO CHAMP-CPT
           STRING "  MANIFESTES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           WRITE INTEGRAP-RECORD

           MOVE SPACES TO INTEGRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-ANO-GRILLE TO CHAMP-CPT
           STRING "ANOMALIES GRILLE : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANO-FORME TO CHAMP-CPT
           STRING "  FORME : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANO-FORMHIST TO CHAMP-CPT
           STRING "  FORMHIST : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANO-AUDIT TO CHAMP-CPT
           STRING "  AUDIT : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANO-ETAT TO CHAMP-CPT
           STRING "  ETAT : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-ANO-FICHIER TO CHAMP-CPT
           STRING "  FICHIERS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO INTEGRAP-RECORD WITH POINTER PTR-RPT
           WRITE INTEGRAP-RECORD

           MOVE SPACES TO INTEGRAP-RECORD
           IF NB-ANOMALIES = 0
             STRING "VERDICT : FICHIERS COHERENTS" DELIMITED BY SIZE
               INTO INTEGRAP-RECORD
           ELSE
             MOVE NB-ANOMALIES TO CHAMP-CPT
             STRING "VERDICT : FICHIERS INCOHERENTS, " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
                    " ANOMALIES" DELIMITED BY SIZE
               INTO INTEGRAP-RECORD
           END-IF
           WRITE INTEGRAP-RECORD
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
      * controle, il est seulement signale.
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
             MOVE "MatrixInt" TO OPS-PROGRAMME
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
      * Fichier inouvrable : le controle s'arrete avec le code 12
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
      * Code retour pour l'ordonnanceur : zero quand les fichiers
      * sont coherents, 8 quand le rapport porte au moins une
      * exception (la fin de mois ne doit pas partir sur un
      * catalogue sale), 12 fichier inouvrable.
           CLOSE MATRIX-CAT
           CLOSE MATRIX-FORM
           CLOSE MATRIX-TRAV
           CLOSE MATRIX-INTRPT
           IF NB-ANOMALIES > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-CARRES TO ENTREES-OPS
           MOVE NB-ANOMALIES TO SORTIES-OPS
           MOVE RETURN-CODE TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "CARRES " NB-CARRES
                  " SALES " NB-CARRES-SALES
                  " ANOMALIES " NB-ANOMALIES
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           DISPLAY "Carres controles : " NB-CARRES
                   ", en anomalie : " NB-CARRES-SALES
           DISPLAY "Anomalies : " NB-ANOMALIES
           DISPLAY 'Fin du controle d integrite.'
           STOP RUN.
       END PROGRAM MatrixInt.
