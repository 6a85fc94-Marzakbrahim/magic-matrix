       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixTir.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Demande de tirage (TIRREQREC.cpy) : serie, nombre de
      * gagnants et graine ; a defaut, ils sont demandes a la
      * console.
           SELECT MATRIX-TREQ     ASSIGN "TIRREQ"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-TREQ.

      * Registre des participants (REGCONC, REGREC.cpy) tenu par
      * MatrixCon : les candidats sont les premiers bulletins justes
      * de la serie, pris dans l'ordre de la cle du registre.
           SELECT MATRIX-REG      ASSIGN "REGCONC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY REG-CLE
                                   FILE STATUS IS ST-REG.

      * Gagnants pour la redaction (GAGREC.cpy), dans l'ordre du
      * tirage.
           SELECT MATRIX-GAG      ASSIGN "GAGNANTS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-GAG.

      * Listing d'audit du tirage : graine, candidats numerotes et
      * deroulement de chaque tirage.
           SELECT MATRIX-TIRRPT   ASSIGN "TIRRPT"
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
       FD  MATRIX-TREQ.
           COPY TIRREQREC.

       FD  MATRIX-REG.
           COPY REGREC.

       FD  MATRIX-GAG.
           COPY GAGREC.

       FD  MATRIX-TIRRPT.
           COPY TIRRPREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-TREQ PIC X(02).
       01 ST-REG  PIC X(02).
       01 ST-GAG  PIC X(02).
       01 ST-RPT  PIC X(02).

      * Demande de tirage retenue (fichier TIRREQ ou console) :
       01 SERIE-TIRAGE    PIC 9(08) VALUE 0.
       01 NB-GAGNANTS     PIC 9(02) VALUE 0.
       01 GRAINE          PIC 9(10) VALUE 0.
       01 CTRL-DEMANDE PIC X VALUE 'N'.
           88 Demande-Fichier VALUE 'O'.
           88 Demande-Console VALUE 'N'.
       01 CTRL-GRAINE PIC X VALUE 'D'.
           88 Graine-Demandee VALUE 'D'.
           88 Graine-Horloge  VALUE 'H'.

      * Generateur congruentiel "standard minimal" de Park et
      * Miller : ETAT <- 16807 x ETAT modulo 2147483647, ETAT
      * restant entre 1 et 2147483646. Le numero tire parmi N
      * candidats restants est (ETAT modulo N) + 1. Tout se refait
      * a la main a partir de la graine notee au listing.
       01 MULTIPLICATEUR  PIC 9(05) VALUE 16807.
       01 MODULE-GEN      PIC 9(10) VALUE 2147483647.
       01 ETAT-GEN        PIC 9(10).
       01 PRODUIT-GEN     PIC 9(16).
       01 QUOTIENT-GEN    PIC 9(16).
       01 RESTE-TIRAGE    PIC 9(05).

      * Candidats de la serie dans l'ordre du registre, avec leur
      * numero au listing ; un gagnant sort de la liste et les
      * suivants remontent d'un rang.
       01 NB-CANDIDATS    PIC 9(05) VALUE 0.
       01 NB-RESTANTS     PIC 9(05) VALUE 0.
       01 IND-CAND        PIC 9(05).
       01 RANG-TIRE       PIC 9(05).
       01 TAB-CANDIDATS.
           05 CAND-ENTREE OCCURS 5000.
              10 CAND-ENTRANT PIC X(08).
              10 CAND-NUMERO  PIC 9(05).

      * Compteurs d'ensemble :
       01 NB-BULLETINS-SERIE PIC 9(08) VALUE 0.
       01 NB-HORS-TABLE   PIC 9(08) VALUE 0.
       01 NB-TIRES        PIC 9(02) VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT     PIC 9(04).
       01 CHAMP-CPT   PIC -9(08).
       01 CHAMP-NUM   PIC ZZZZ9.
       01 CHAMP-RANG  PIC Z9.

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
      * Tirage au sort des gagnants d'un casse-tete parmi les
      * premiers bulletins justes du registre des participants,
      * par un generateur reproductible dont la graine est notee au
      * listing d'audit et au journal : la meme demande sur le meme
      * registre redonne les memes gagnants.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CHARGER-CANDIDATS THRU FIN-CHARGER-CANDIDATS
           PERFORM LISTER-CANDIDATS THRU FIN-LISTER-CANDIDATS
           MOVE GRAINE TO ETAT-GEN
           MOVE NB-CANDIDATS TO NB-RESTANTS
           PERFORM UNTIL NB-TIRES >= NB-GAGNANTS
                      OR NB-RESTANTS = 0
             PERFORM TIRER-GAGNANT THRU FIN-TIRER-GAGNANT
           END-PERFORM
           PERFORM BILAN-TIRAGE THRU FIN-BILAN-TIRAGE
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Tirage du concours        ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixTir" TO DEP-PROGRAMME
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

      * Passage sans operateur : si TIRREQ est present, il remplace
      * les invites de la console.
           PERFORM LIRE-DEMANDE THRU FIN-LIRE-DEMANDE
           IF Demande-Console
             DISPLAY "SERIE DU CASSE-TETE A TIRER ? "
             ACCEPT SERIE-TIRAGE
             DISPLAY "NOMBRE DE GAGNANTS ? "
             ACCEPT NB-GAGNANTS
             DISPLAY "GRAINE (0 = HORLOGE) ? "
             ACCEPT GRAINE
           END-IF
           IF SERIE-TIRAGE = 0 OR NB-GAGNANTS = 0
             DISPLAY "Serie ou nombre de gagnants non designe."
             MOVE "demande de tirage incomplete" TO MOTIF-OPS
             PERFORM ABANDONNER-DEMANDE THRU FIN-ABANDONNER-DEMANDE
           END-IF
           IF GRAINE >= MODULE-GEN
             DISPLAY "Graine hors limites (1 a 2147483646)."
             MOVE "graine de tirage hors limites" TO MOTIF-OPS
             PERFORM ABANDONNER-DEMANDE THRU FIN-ABANDONNER-DEMANDE
           END-IF
      * Graine a zero : elle est tiree de l'horloge, puis notee
      * comme une graine demandee pour pouvoir rejouer le tirage.
           IF GRAINE = 0
             SET Graine-Horloge TO TRUE
             ACCEPT OPS-AAAAMMJJ FROM DATE YYYYMMDD
             ACCEPT OPS-HHMMSSCC FROM TIME
             COMPUTE PRODUIT-GEN = OPS-AAAAMMJJ * 100000000
                                 + OPS-HHMMSSCC
             DIVIDE PRODUIT-GEN BY 2147483646 GIVING QUOTIENT-GEN
                    REMAINDER GRAINE
             ADD 1 TO GRAINE
           END-IF

           OPEN INPUT MATRIX-REG
           IF ST-REG NOT = '00'
             DISPLAY "Impossible d'ouvrir REGCONC, code etat "
                     ST-REG "."
             DISPLAY "Pas de registre, pas de tirage."
             MOVE "REGCONC inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-GAG
           IF ST-GAG NOT = '00'
             DISPLAY "Impossible d'ouvrir GAGNANTS, code etat "
                     ST-GAG "."
             MOVE "GAGNANTS inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-TIRRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir TIRRPT, code etat "
                     ST-RPT "."
             MOVE "TIRRPT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO TIRRAP-RECORD
           MOVE NB-GAGNANTS TO CHAMP-RANG
           STRING "TIRAGE AU SORT DU CASSE-TETE SERIE "
                  DELIMITED BY SIZE
                  SERIE-TIRAGE DELIMITED BY SIZE
                  " - GAGNANTS DEMANDES : " DELIMITED BY SIZE
                  CHAMP-RANG DELIMITED BY SIZE
             INTO TIRRAP-RECORD
           WRITE TIRRAP-RECORD
           MOVE SPACES TO TIRRAP-RECORD
           MOVE 1 TO PTR-RPT
           STRING "GRAINE : " DELIMITED BY SIZE
                  GRAINE DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           IF Graine-Horloge
             STRING " (TIREE DE L'HORLOGE)" DELIMITED BY SIZE
               INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           ELSE
             STRING " (DEMANDEE)" DELIMITED BY SIZE
               INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           WRITE TIRRAP-RECORD
           MOVE SPACES TO TIRRAP-RECORD
           STRING "GENERATEUR : ETAT = 16807 X ETAT MODULO 2147483647"
                  " ; NUMERO TIRE = (ETAT MODULO RESTANTS) + 1"
                  DELIMITED BY SIZE
             INTO TIRRAP-RECORD
           WRITE TIRRAP-RECORD
           MOVE SPACES TO TIRRAP-RECORD
           STRING "LE GAGNANT SORT DE LA LISTE, LES CANDIDATS SUIVANTS"
                  " REMONTENT D'UN RANG" DELIMITED BY SIZE
             INTO TIRRAP-RECORD
           WRITE TIRRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ***************
       LIRE-DEMANDE.
      ***************
      * Lit TIRREQ quand il est present (meme esprit que PUZREQ
      * pour MatrixPuz) : serie, nombre de gagnants et graine.
           OPEN INPUT MATRIX-TREQ
           IF ST-TREQ = '00'
             READ MATRIX-TREQ
               AT END
                 CONTINUE
               NOT AT END
                 SET Demande-Fichier TO TRUE
                 IF TIR-SERIE NUMERIC
                   MOVE TIR-SERIE TO SERIE-TIRAGE
                 END-IF
                 IF TIR-NB-GAGNANTS NUMERIC
                   MOVE TIR-NB-GAGNANTS TO NB-GAGNANTS
                 END-IF
                 IF TIR-GRAINE NUMERIC
                   MOVE TIR-GRAINE TO GRAINE
                 END-IF
                 DISPLAY "Demande de tirage lue depuis TIRREQ."
             END-READ
             CLOSE MATRIX-TREQ
           END-IF
           .
      ***********************
       FIN-LIRE-DEMANDE. EXIT.
      ***********************

      *********************
       CHARGER-CANDIDATS.
      *********************
      * Balayage complet du registre dans l'ordre de la cle
      * (participant puis serie) : l'ordre des candidats ne depend
      * que du contenu du registre, ce qui rend le tirage
      * reproductible.
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
                 IF REG-SERIE = SERIE-TIRAGE
                   ADD 1 TO NB-BULLETINS-SERIE
                   IF Bulletin-Juste
                     IF NB-CANDIDATS < 5000
                       ADD 1 TO NB-CANDIDATS
                       MOVE REG-ENTRANT
                         TO CAND-ENTRANT(NB-CANDIDATS)
                       MOVE NB-CANDIDATS
                         TO CAND-NUMERO(NB-CANDIDATS)
                     ELSE
                       ADD 1 TO NB-HORS-TABLE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO ST-REG
           CLOSE MATRIX-REG
           DISPLAY "Candidats au tirage : " NB-CANDIDATS
           .
      ******************************
       FIN-CHARGER-CANDIDATS. EXIT.
      ******************************

      ********************
       LISTER-CANDIDATS.
      ********************
           MOVE SPACES TO TIRRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-BULLETINS-SERIE TO CHAMP-CPT
           STRING "PREMIERS BULLETINS DE LA SERIE : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           MOVE NB-CANDIDATS TO CHAMP-CPT
           STRING "  JUSTES, CANDIDATS : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           WRITE TIRRAP-RECORD
           IF NB-HORS-TABLE > 0
             MOVE SPACES TO TIRRAP-RECORD
             MOVE NB-HORS-TABLE TO CHAMP-CPT
             STRING "  *** CANDIDATS HORS TABLE, NON ADMIS AU TIRAGE : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO TIRRAP-RECORD
             WRITE TIRRAP-RECORD
           END-IF
           MOVE SPACES TO TIRRAP-RECORD
           STRING "CANDIDATS (NUMERO / PARTICIPANT) :"
                  DELIMITED BY SIZE
             INTO TIRRAP-RECORD
           WRITE TIRRAP-RECORD
           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > NB-CANDIDATS
             MOVE SPACES TO TIRRAP-RECORD
             MOVE CAND-NUMERO(IND-CAND) TO CHAMP-NUM
             STRING "  " DELIMITED BY SIZE
                    CHAMP-NUM DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    CAND-ENTRANT(IND-CAND) DELIMITED BY SIZE
               INTO TIRRAP-RECORD
             WRITE TIRRAP-RECORD
           END-PERFORM
           MOVE SPACES TO TIRRAP-RECORD
           STRING "DEROULEMENT DU TIRAGE :" DELIMITED BY SIZE
             INTO TIRRAP-RECORD
           WRITE TIRRAP-RECORD
           .
      ******************************
       FIN-LISTER-CANDIDATS. EXIT.
      ******************************

      *****************
       TIRER-GAGNANT.
      *****************
      * Un pas du generateur, un numero parmi les candidats
      * restants, une ligne au listing et un gagnant au fichier.
           COMPUTE PRODUIT-GEN = MULTIPLICATEUR * ETAT-GEN
           DIVIDE PRODUIT-GEN BY MODULE-GEN GIVING QUOTIENT-GEN
                  REMAINDER ETAT-GEN
           DIVIDE ETAT-GEN BY NB-RESTANTS GIVING QUOTIENT-GEN
                  REMAINDER RESTE-TIRAGE
           COMPUTE RANG-TIRE = RESTE-TIRAGE + 1
           ADD 1 TO NB-TIRES

           MOVE SPACES TO TIRRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-TIRES TO CHAMP-RANG
           STRING "  GAGNANT " DELIMITED BY SIZE
                  CHAMP-RANG DELIMITED BY SIZE
                  " : ETAT " DELIMITED BY SIZE
                  ETAT-GEN DELIMITED BY SIZE
                  " MODULO " DELIMITED BY SIZE
                  NB-RESTANTS DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  RESTE-TIRAGE DELIMITED BY SIZE
                  " -> RANG " DELIMITED BY SIZE
                  RANG-TIRE DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           MOVE CAND-NUMERO(RANG-TIRE) TO CHAMP-NUM
           STRING " -> CANDIDAT " DELIMITED BY SIZE
                  CHAMP-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAND-ENTRANT(RANG-TIRE) DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           WRITE TIRRAP-RECORD

           MOVE SPACES TO GAGNANT-RECORD
           MOVE SERIE-TIRAGE TO GAG-SERIE
           MOVE NB-TIRES TO GAG-RANG
           MOVE CAND-ENTRANT(RANG-TIRE) TO GAG-ENTRANT
           MOVE GRAINE TO GAG-GRAINE
           WRITE GAGNANT-RECORD

           PERFORM VARYING IND-CAND FROM RANG-TIRE BY 1
                   UNTIL IND-CAND >= NB-RESTANTS
             MOVE CAND-ENTREE(IND-CAND + 1) TO CAND-ENTREE(IND-CAND)
           END-PERFORM
           SUBTRACT 1 FROM NB-RESTANTS
           .
      ******************************
       FIN-TIRER-GAGNANT. EXIT.
      ******************************

      ****************
       BILAN-TIRAGE.
      ****************
           MOVE SPACES TO TIRRAP-RECORD
           MOVE 1 TO PTR-RPT
           MOVE NB-TIRES TO CHAMP-CPT
           STRING "GAGNANTS TIRES : " DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           IF NB-TIRES < NB-GAGNANTS
             STRING "  *** MOINS DE CANDIDATS QUE DE GAGNANTS DEMANDES"
                    DELIMITED BY SIZE
               INTO TIRRAP-RECORD WITH POINTER PTR-RPT
           END-IF
           WRITE TIRRAP-RECORD
           .
      ******************************
       FIN-BILAN-TIRAGE. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas le
      * tirage, il est seulement signale.
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
             MOVE "MatrixTir" TO OPS-PROGRAMME
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

      **********************
       ABANDONNER-DEMANDE.
      **********************
      * Demande incomplete ou graine hors limites : aucun fichier
      * n'est touche, le tirage s'arrete avec le code 10 (le motif
      * a ete pose dans MOTIF-OPS par l'appelant).
           MOVE 'FIN' TO ETAPE-OPS
           MOVE 0 TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 10 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 10 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-ABANDONNER-DEMANDE. EXIT.
      ******************************

      ************************
       ABANDONNER-OUVERTURE.
      ************************
      * Fichier inouvrable : le tirage s'arrete avec le code 12
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
      * Code 4 quand il y a eu moins de gagnants que demande (ou
      * des candidats hors table) : la redaction doit trancher.
           CLOSE MATRIX-GAG
           CLOSE MATRIX-TIRRPT
           IF NB-TIRES < NB-GAGNANTS OR NB-HORS-TABLE > 0
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           MOVE NB-CANDIDATS TO ENTREES-OPS
           MOVE NB-TIRES TO SORTIES-OPS
           MOVE SPACES TO VERDICT-OPS
           STRING "SERIE " SERIE-TIRAGE " GRAINE " GRAINE
                  " GAGNANTS " NB-TIRES
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Gagnants tires : " NB-TIRES " sur " NB-CANDIDATS
                   " candidats (graine " GRAINE ")"
           DISPLAY 'Fin du tirage au sort.'
           STOP RUN.
       END PROGRAM MatrixTir.
