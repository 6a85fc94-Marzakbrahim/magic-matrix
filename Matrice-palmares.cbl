       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixPal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre des participants (REGREC.cpy) tenu par MatrixCon :
      * lu dans l'ordre de la cle, les bulletins d'un meme
      * participant se suivent.
           SELECT MATRIX-REG      ASSIGN "REGCONC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY REG-CLE
                                   FILE STATUS IS ST-REG.

      * Palmares de la saison : un participant par ligne, classe
      * par points, pour la page du concours.
           SELECT MATRIX-PALRPT   ASSIGN "PALMRPT"
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
       FD  MATRIX-REG.
           COPY REGREC.

       FD  MATRIX-PALRPT.
           COPY PALRPREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-REG PIC X(02).
       01 ST-RPT PIC X(02).

      * Saison a classer : l'annee de correction des bulletins
      * (vide = tout le registre).
       01 SAISON-FILTRE PIC X(04).
       01 CTRL-FILTRE PIC X.
           88 Filtre-Actif   VALUE 'O'.
           88 Filtre-Inactif VALUE 'N'.

      * Cumul par participant : les bulletins retenus de la saison,
      * les justes, les points (justes ponderes par le niveau du
      * casse-tete) et les doublons rejetes ; PAL-CLASSE marque les
      * participants deja places au classement.
       01 NB-PARTICIPANTS PIC 9(04) VALUE 0.
       01 IND-PAL         PIC 9(04).
       01 IND-MEILLEUR    PIC 9(04).
       01 TAB-PALMARES.
           05 PAL-ENTREE OCCURS 2000.
              10 PAL-ENTRANT   PIC X(08).
              10 PAL-POINTS    PIC 9(06).
              10 PAL-JUSTES    PIC 9(05).
              10 PAL-BULLETINS PIC 9(05).
              10 PAL-DOUBLONS  PIC 9(05).
              10 PAL-CLASSE    PIC X(01).

      * Classement : rang courant, place dans la liste et cumul du
      * participant precedent (egalite de points et de justes =
      * meme rang).
       01 RANG-COURANT    PIC 9(04) VALUE 0.
       01 PLACE-COURANTE  PIC 9(04) VALUE 0.
       01 POINTS-PRECEDENT PIC 9(06).
       01 JUSTES-PRECEDENT PIC 9(05).

      * Compteurs d'ensemble :
       01 NB-LUS          PIC 9(08) VALUE 0.
       01 NB-RETENUS      PIC 9(08) VALUE 0.
       01 NB-HORS-TABLE   PIC 9(08) VALUE 0.

      * Bulletin courant : meme participant que la derniere ligne
      * du palmares, ou nouveau participant.
       01 CTRL-PARTICIPANT PIC X.
           88 Nouveau-Participant VALUE 'N'.
           88 Meme-Participant    VALUE 'M'.

      * Saturation de la table des participants, signalee une fois :
       01 CTRL-SATURATION PIC X VALUE 'N'.
           88 Saturation-Signalee     VALUE 'O'.
           88 Saturation-Non-Signalee VALUE 'N'.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT     PIC 9(04).
       01 CHAMP-CPT   PIC -9(08).
       01 CHAMP-RANG  PIC ZZZ9.
       01 CHAMP-PTS   PIC ZZZZZ9.
       01 CHAMP-NB    PIC ZZZZ9.

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


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
      * Palmares de la saison du jeu-concours : cumul du registre
      * des participants par participant (premiers bulletins
      * seulement, les doublons n'y entrent pas), points = bulletins
      * justes ponderes par le niveau du casse-tete, puis
      * classement par points decroissants.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CUMULER-REGISTRE THRU FIN-CUMULER-REGISTRE
           PERFORM CLASSER-PARTICIPANTS
                   THRU FIN-CLASSER-PARTICIPANTS
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Palmares du concours      ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixPal" TO DEP-PROGRAMME
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

           DISPLAY "SAISON A CLASSER (AAAA, VIDE = TOUT) ? "
           ACCEPT SAISON-FILTRE
           IF SAISON-FILTRE = SPACES OR SAISON-FILTRE = "0000"
             SET Filtre-Inactif TO TRUE
           ELSE
             SET Filtre-Actif TO TRUE
           END-IF

           OPEN INPUT MATRIX-REG
           IF ST-REG NOT = '00'
             DISPLAY "Impossible d'ouvrir REGCONC, code etat "
                     ST-REG "."
             DISPLAY "Pas de registre, rien a classer."
             MOVE "REGCONC inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-PALMARES
                     THRU FIN-ABANDONNER-PALMARES
           END-IF
           OPEN OUTPUT MATRIX-PALRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir PALMRPT, code etat "
                     ST-RPT "."
             MOVE "PALMRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-PALMARES
                     THRU FIN-ABANDONNER-PALMARES
           END-IF

           MOVE SPACES TO PALRAP-RECORD
           IF Filtre-Actif
             STRING "PALMARES DU JEU-CONCOURS - SAISON "
                    DELIMITED BY SIZE
                    SAISON-FILTRE DELIMITED BY SIZE
               INTO PALRAP-RECORD
           ELSE
             STRING "PALMARES DU JEU-CONCOURS - TOUT LE REGISTRE"
                    DELIMITED BY SIZE
               INTO PALRAP-RECORD
           END-IF
           WRITE PALRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ********************
       CUMULER-REGISTRE.
      ********************
      * Balayage complet du registre dans l'ordre de la cle : un
      * changement de participant ouvre une nouvelle ligne du
      * palmares.
           MOVE LOW-VALUES TO REG-CLE
           START MATRIX-REG KEY NOT LESS REG-CLE
             INVALID KEY
               MOVE '10' TO ST-REG
           END-START
           PERFORM UNTIL ST-REG NOT = '00'
             READ MATRIX-REG NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO NB-LUS
                 PERFORM CUMULER-BULLETIN THRU FIN-CUMULER-BULLETIN
             END-READ
           END-PERFORM
           MOVE '00' TO ST-REG
           CLOSE MATRIX-REG
           DISPLAY "Participants a classer : " NB-PARTICIPANTS
           .
      ******************************
       FIN-CUMULER-REGISTRE. EXIT.
      ******************************

      ********************
       CUMULER-BULLETIN.
      ********************
           IF Filtre-Actif
                AND REG-DATE-CORRECTION(1:4) NOT = SAISON-FILTRE
             GO TO FIN-CUMULER-BULLETIN
           END-IF
           ADD 1 TO NB-RETENUS
           SET Nouveau-Participant TO TRUE
           IF NB-PARTICIPANTS > 0
             IF PAL-ENTRANT(NB-PARTICIPANTS) = REG-ENTRANT
               SET Meme-Participant TO TRUE
             END-IF
           END-IF
           IF Nouveau-Participant
             IF NB-PARTICIPANTS < 2000
               ADD 1 TO NB-PARTICIPANTS
               INITIALIZE PAL-ENTREE(NB-PARTICIPANTS)
               MOVE REG-ENTRANT TO PAL-ENTRANT(NB-PARTICIPANTS)
               MOVE 'N' TO PAL-CLASSE(NB-PARTICIPANTS)
             ELSE
               ADD 1 TO NB-HORS-TABLE
               IF Saturation-Non-Signalee
                 SET Saturation-Signalee TO TRUE
                 DISPLAY "Table des participants saturee : les"
                         " participants suivants ne seront pas"
                         " classes."
               END-IF
               GO TO FIN-CUMULER-BULLETIN
             END-IF
           END-IF
           ADD 1 TO PAL-BULLETINS(NB-PARTICIPANTS)
           ADD REG-NB-DOUBLONS TO PAL-DOUBLONS(NB-PARTICIPANTS)
           IF Bulletin-Juste
             ADD 1 TO PAL-JUSTES(NB-PARTICIPANTS)
             ADD REG-POIDS TO PAL-POINTS(NB-PARTICIPANTS)
           END-IF
           .
      ******************************
       FIN-CUMULER-BULLETIN. EXIT.
      ******************************

      ************************
       CLASSER-PARTICIPANTS.
      ************************
      * Classement par extractions successives du meilleur
      * participant restant (points, puis justes ; a egalite,
      * l'ordre du registre). Egalite de points et de justes avec
      * le precedent : meme rang, ex aequo.
           MOVE SPACES TO PALRAP-RECORD
           STRING "RANG  PARTICIPANT  POINTS  JUSTES  BULLETINS"
                  "  DOUBLONS REJETES" DELIMITED BY SIZE
             INTO PALRAP-RECORD
           WRITE PALRAP-RECORD
           PERFORM VARYING PLACE-COURANTE FROM 1 BY 1
                   UNTIL PLACE-COURANTE > NB-PARTICIPANTS
             MOVE 0 TO IND-MEILLEUR
             PERFORM VARYING IND-PAL FROM 1 BY 1
                     UNTIL IND-PAL > NB-PARTICIPANTS
               IF PAL-CLASSE(IND-PAL) = 'N'
                 IF IND-MEILLEUR = 0
                   MOVE IND-PAL TO IND-MEILLEUR
                 ELSE
                   IF PAL-POINTS(IND-PAL) > PAL-POINTS(IND-MEILLEUR)
                      OR (PAL-POINTS(IND-PAL)
                            = PAL-POINTS(IND-MEILLEUR)
                          AND PAL-JUSTES(IND-PAL)
                            > PAL-JUSTES(IND-MEILLEUR))
                     MOVE IND-PAL TO IND-MEILLEUR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE 'O' TO PAL-CLASSE(IND-MEILLEUR)
             IF PLACE-COURANTE = 1
                  OR PAL-POINTS(IND-MEILLEUR) NOT = POINTS-PRECEDENT
                  OR PAL-JUSTES(IND-MEILLEUR) NOT = JUSTES-PRECEDENT
               MOVE PLACE-COURANTE TO RANG-COURANT
             END-IF
             MOVE PAL-POINTS(IND-MEILLEUR) TO POINTS-PRECEDENT
             MOVE PAL-JUSTES(IND-MEILLEUR) TO JUSTES-PRECEDENT
             PERFORM ECRIRE-LIGNE-PALMARES
                     THRU FIN-ECRIRE-LIGNE-PALMARES
           END-PERFORM

           MOVE SPACES TO PALRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-PARTICIPANTS TO CHAMP-CPT
           STRING "PARTICIPANTS CLASSES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-RETENUS TO CHAMP-CPT
           STRING "  BULLETINS DE LA SAISON : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           IF NB-HORS-TABLE > 0
             MOVE NB-HORS-TABLE TO CHAMP-CPT
             STRING "  BULLETINS HORS TABLE : " DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO PALRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           WRITE PALRAP-RECORD
           .
      ******************************
       FIN-CLASSER-PARTICIPANTS. EXIT.
      ******************************

      *************************
       ECRIRE-LIGNE-PALMARES.
      *************************
           MOVE SPACES TO PALRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE RANG-COURANT TO CHAMP-RANG
           MOVE PAL-POINTS(IND-MEILLEUR) TO CHAMP-PTS
           STRING CHAMP-RANG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PAL-ENTRANT(IND-MEILLEUR) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  CHAMP-PTS DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           MOVE PAL-JUSTES(IND-MEILLEUR) TO CHAMP-NB
           STRING "   " DELIMITED BY SIZE
                  CHAMP-NB DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           MOVE PAL-BULLETINS(IND-MEILLEUR) TO CHAMP-NB
           STRING "      " DELIMITED BY SIZE
                  CHAMP-NB DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           MOVE PAL-DOUBLONS(IND-MEILLEUR) TO CHAMP-NB
           STRING "     " DELIMITED BY SIZE
                  CHAMP-NB DELIMITED BY SIZE
             INTO PALRAP-RECORD WITH POINTER PTR-RPT
           IF PLACE-COURANTE NOT = RANG-COURANT
             STRING "  EX AEQUO" DELIMITED BY SIZE
               INTO PALRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           WRITE PALRAP-RECORD
           .
      ******************************
       FIN-ECRIRE-LIGNE-PALMARES. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas le
      * classement, il est seulement signale.
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
             MOVE "MatrixPal" TO OPS-PROGRAMME
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
       ABANDONNER-PALMARES.
      ***********************
      * Fichier inouvrable : le classement s'arrete avec le code 12
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
       FIN-ABANDONNER-PALMARES. EXIT.
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
      * Code 4 quand la table des participants a deborde : le
      * palmares est incomplet.
           CLOSE MATRIX-PALRPT
           IF NB-HORS-TABLE > 0
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-RETENUS TO ENTREES-OPS
           MOVE NB-PARTICIPANTS TO SORTIES-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "SAISON " SAISON-FILTRE " PARTICIPANTS "
                  NB-PARTICIPANTS " HORS TABLE " NB-HORS-TABLE
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Participants classes : " NB-PARTICIPANTS
                   " (bulletins de la saison : " NB-RETENUS ")"
           DISPLAY 'Fin du palmares du concours.'
           STOP RUN.
       END PROGRAM MatrixPal.
