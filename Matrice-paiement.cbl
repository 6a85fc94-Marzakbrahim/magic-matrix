       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatrixPaie.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Demande de releve (PAIEREQREC.cpy) : le mois a payer ; a
      * defaut, il est demande a la console.
           SELECT MATRIX-PREQ     ASSIGN "PAIEREQ"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PREQ.

      * Fichier maitre des contributeurs (CTBREC.cpy) : nom et
      * tarif par taille de carre.
           SELECT MATRIX-CTB      ASSIGN "CONTRIB"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-CTB.

      * Piste d'audit alimentee par Matrix : carres acceptes,
      * doublons et rejets du mois, avec leur contributeur.
           SELECT MATRIX-AUDIT    ASSIGN "AUDITLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-AUDIT.

      * Index des archives annuelles de la piste, tenu par
      * MatrixArc : un mois passe sous la coupe de retention se lit
      * dans l'archive de son annee.
           SELECT MATRIX-ARCIX    ASSIGN "ARCINDEX"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-IX.

      * Archive annuelle de la piste (AUDARCaaaa), meme image
      * d'enregistrement que la piste vivante.
           SELECT MATRIX-ARC      ASSIGN NOM-ARCHIVE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-ARC.

      * Catalogue maitre : parutions confirmees jusqu'a la fin du
      * mois et pas encore payees, marquees payees par le passage
      * qui les paie une fois l'interface de paiement ecrite.
           SELECT MATRIX-CAT      ASSIGN "CATALOG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CAT-SERIE
                                   ALTERNATE RECORD KEY
                                     CAT-CLE-RECHERCHE WITH DUPLICATES
                                   FILE STATUS IS ST-CAT.

      * Releve imprime, par contributeur.
           SELECT MATRIX-RELRPT   ASSIGN "RELEVE"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-RPT.

      * Interface de paiement vers la comptabilite (PAIEREC.cpy) :
      * un lot E ... F par passage, ajoute en fin de fichier.
           SELECT MATRIX-PAIE     ASSIGN "PAIEMENT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-PAIE.

      * Journal d'exploitation commun de la chaine de nuit
      * (OPSREC.cpy) : une etape horodatee au demarrage et a
      * chaque fin de passage, pour la page de synthese du matin.
           SELECT MATRIX-OPS      ASSIGN "OPSJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS ST-OPS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-PREQ.
           COPY PAIEREQREC.

       FD  MATRIX-CTB.
           COPY CTBREC.

       FD  MATRIX-AUDIT.
           COPY AUDITREC.

       FD  MATRIX-ARCIX.
           COPY ARCIXREC.

       FD  MATRIX-ARC.
           COPY ARCHREC.

       FD  MATRIX-CAT.
           COPY CATREC.

       FD  MATRIX-RELRPT.
           COPY RELRPREC.

       FD  MATRIX-PAIE.
           COPY PAIEREC.

       FD  MATRIX-OPS.
           COPY OPSREC.

       WORKING-STORAGE SECTION.

       01 ST-PREQ  PIC X(02).
       01 ST-CTB   PIC X(02).
       01 ST-AUDIT PIC X(02).
       01 ST-CAT   PIC X(02).
       01 ST-RPT   PIC X(02).
       01 ST-PAIE  PIC X(02).
       01 ST-IX    PIC X(02).
       01 ST-ARC   PIC X(02).

      * Archive annuelle du mois du releve, quand ARCINDEX la
      * porte :
       01 NOM-ARCHIVE   PIC X(12).
       01 CTRL-ARCHIVE PIC X VALUE 'N'.
           88 Archive-Indexee VALUE 'O'.
           88 Archive-Absente VALUE 'N'.

      * Mois du releve (fichier PAIEREQ ou console), AAAAMM, et sa
      * lecture en caracteres pour le comparer a l'horodatage de la
      * piste d'audit :
       01 MOIS-RELEVE     PIC 9(06) VALUE 0.
       01 MOIS-RELEVE-X REDEFINES MOIS-RELEVE PIC X(06).
       01 MOIS-DECOUPE REDEFINES MOIS-RELEVE.
           05 MOIS-AAAA   PIC 9(04).
           05 MOIS-MM     PIC 9(02).
       01 MOIS-PARUTION   PIC 9(06).
       01 CTRL-DEMANDE PIC X VALUE 'N'.
           88 Demande-Fichier VALUE 'O'.
           88 Demande-Console VALUE 'N'.

      * Date et identifiant du passage (PA + MMJJHHMM, comme les
      * lots des autres programmes) :
       01 DATE-JOUR       PIC 9(08).
       01 DATE-JOUR-DECOUPE REDEFINES DATE-JOUR.
           05 JOUR-AAAA   PIC 9(04).
           05 JOUR-MM     PIC 9(02).
           05 JOUR-JJ     PIC 9(02).
       01 HEURE-JOUR      PIC 9(08).
       01 ID-RELEVE       PIC X(10).

      * Contributeurs charges de CONTRIB, puis ceux qui ne figurent
      * pas au fichier mais portent des carres du mois (inconnus,
      * jamais payes), avec les compteurs et le montant du mois.
       01 NB-CTB          PIC 9(04) VALUE 0.
       01 IND-CTB         PIC 9(04).
       01 IND-TARIF       PIC 9(02).
       01 CTB-CHERCHE     PIC X(08).
       01 TAB-CONTRIBUTEURS.
           05 CT-ENTREE OCCURS 500.
              10 CT-ID            PIC X(08).
              10 CT-NOM           PIC X(30).
              10 CT-ETAT          PIC X(01).
                  88 Ct-Connu     VALUE 'O'.
                  88 Ct-Inconnu   VALUE 'N'.
              10 CT-TARIF OCCURS 7 PIC 9(05)V99.
              10 CT-NB-ACCEPTES   PIC 9(05).
              10 CT-NB-PARUTIONS  PIC 9(05).
              10 CT-NB-PAYES      PIC 9(05).
              10 CT-NB-DEJA-PAYES PIC 9(05).
              10 CT-NB-NON-PAYES  PIC 9(05).
              10 CT-NB-DOUBLONS   PIC 9(05).
              10 CT-NB-REJETS     PIC 9(05).
              10 CT-MONTANT       PIC 9(07)V99.
       01 CTRL-CTB PIC X.
           88 Contributeur-Trouve  VALUE 'O'.
           88 Contributeur-Absent  VALUE 'N'.

      * Lignes de detail du releve, dans l'ordre de lecture, reprises
      * par contributeur et par groupe a l'impression :
      *   A = carre accepte, P = parution confirmee,
      *   D = doublon, R = rejet.
       01 NB-LIGNES       PIC 9(05) VALUE 0.
       01 NB-LIGNES-PERDUES PIC 9(08) VALUE 0.
       01 IND-LIGNE       PIC 9(05).
       01 TAB-LIGNES.
           05 LG-ENTREE OCCURS 5000.
              10 LG-CTB           PIC 9(04).
              10 LG-TYPE          PIC X(01).
              10 LG-SERIE         PIC 9(08).
              10 LG-TAILLE        PIC 9(02).
              10 LG-DATE          PIC X(08).
              10 LG-MONTANT       PIC 9(05)V99.
              10 LG-MENTION       PIC X(44).
       01 TYPE-LIGNE      PIC X(01).
       01 SERIE-LIGNE     PIC 9(08).
       01 TAILLE-LIGNE    PIC 9(02).
       01 DATE-LIGNE      PIC X(08).
       01 MONTANT-LIGNE   PIC 9(05)V99.
       01 MENTION-LIGNE   PIC X(44).
       01 MENTION-BASE    PIC X(35).
       01 TYPE-GROUPE     PIC X(01).
       01 NB-GROUPE       PIC 9(05).

      * Sort d'un carre du catalogue pour le releve, le meme au
      * depouillement et au marquage des carres payes :
       01 CTRL-PARUTION PIC X.
           88 Parution-Hors-Releve    VALUE 'H'.
           88 Parution-Sans-Ctb       VALUE 'S'.
           88 Parution-Deja-Payee     VALUE 'J'.
           88 Parution-A-Peser        VALUE 'A'.
       01 CTRL-TARDIVE PIC X.
           88 Parution-Tardive        VALUE 'O'.
           88 Parution-Du-Mois        VALUE 'N'.
       01 CTRL-TARIF PIC X.
           88 Tarif-Payable           VALUE 'P'.
           88 Tarif-Ctb-Inconnu       VALUE 'I'.
           88 Tarif-Hors-Tailles      VALUE 'T'.
           88 Tarif-Nul               VALUE 'Z'.

      * Fin des fichiers lus :
       01 CTRL-FIN-CTB PIC X.
           88 Fin-Contributeurs     VALUE 'O'.
           88 Pas-Fin-Contributeurs VALUE 'N'.
       01 CTRL-FIN-AUDIT PIC X.
           88 Fin-Audit     VALUE 'O'.
           88 Pas-Fin-Audit VALUE 'N'.

      * Compteurs d'ensemble du releve :
       01 NB-CTB-LUS            PIC 9(08) VALUE 0.
       01 NB-CTB-INVALIDES      PIC 9(08) VALUE 0.
       01 NB-AUDITS-LUS         PIC 9(08) VALUE 0.
       01 NB-AUDITS-MOIS        PIC 9(08) VALUE 0.
       01 NB-CAT-LUS            PIC 9(08) VALUE 0.
       01 NB-PARUTIONS-MOIS     PIC 9(08) VALUE 0.
       01 NB-TARDIVES           PIC 9(08) VALUE 0.
       01 NB-ARCHIVES-LUES      PIC 9(08) VALUE 0.
       01 NB-ARCHIVES-ILLISIBLES PIC 9(08) VALUE 0.
       01 NB-MARQUES            PIC 9(08) VALUE 0.
       01 NB-MARQUES-REFUSEES   PIC 9(08) VALUE 0.
       01 NB-SANS-CONTRIBUTEUR  PIC 9(08) VALUE 0.
       01 NB-PARUES-SANS-CTB    PIC 9(08) VALUE 0.
       01 NB-HORS-TABLE         PIC 9(08) VALUE 0.
       01 NB-ANOMALIES          PIC 9(08) VALUE 0.
       01 NB-CARRES-PAYES       PIC 9(08) VALUE 0.
       01 NB-LIGNES-PAIEMENT    PIC 9(08) VALUE 0.
       01 TOTAL-PAIEMENT        PIC 9(09)V99 VALUE 0.

      * Zones de travail pour les lignes du rapport :
       01 PTR-RPT       PIC 9(04).
       01 CHAMP-CPT     PIC -9(08).
       01 CHAMP-NB      PIC ZZZZ9.
       01 CHAMP-TARIF   PIC ZZZZ9.99.
       01 CHAMP-MONTANT PIC ZZZZZZZZ9.99.

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
      * Releve mensuel des contributeurs : pour chaque auteur
      * pigiste du fichier CONTRIB, les carres acceptes dans le mois
      * (piste d'audit), les carres dont MatrixRet a confirme la
      * parution jusqu'a la fin du mois et qui ne sont pas encore
      * payes (catalogue ; une confirmation d'un mois anterieur est
      * listee comme tardive), payes au tarif de leur taille, et les
      * doublons et rejets du mois, listes mais non payes. Le
      * montant du de chaque contributeur part a la comptabilite par
      * le fichier PAIEMENT ; chaque carre paye est marque au
      * catalogue et n'est jamais paye une seconde fois.
      * Charge les contributeurs, depouille le mois dans la piste
      * d'audit (archive de l'annee puis piste vivante) puis dans le
      * catalogue, imprime le releve par contributeur et ecrit
      * l'interface de paiement ; les marques de paiement ne sont
      * posees au catalogue qu'une fois l'interface fermee sans
      * erreur.
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           PERFORM CHARGER-CONTRIBUTEURS
                   THRU FIN-CHARGER-CONTRIBUTEURS
           PERFORM DEPOUILLER-ARCHIVE THRU FIN-DEPOUILLER-ARCHIVE
           PERFORM DEPOUILLER-AUDIT THRU FIN-DEPOUILLER-AUDIT
           PERFORM DEPOUILLER-CATALOGUE THRU FIN-DEPOUILLER-CATALOGUE
           PERFORM VARYING IND-CTB FROM 1 BY 1 UNTIL IND-CTB > NB-CTB
             PERFORM ECRIRE-CONTRIBUTEUR THRU FIN-ECRIRE-CONTRIBUTEUR
           END-PERFORM
           PERFORM BILAN-RELEVE THRU FIN-BILAN-RELEVE
           PERFORM MARQUER-PAIEMENTS THRU FIN-MARQUER-PAIEMENTS
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           DISPLAY '*********************************'
           DISPLAY '*** Releve des contributeurs  ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixPaie" TO DEP-PROGRAMME
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

      * Passage sans operateur : si PAIEREQ est present, il remplace
      * l'invite de la console. Mois a zero = le mois precedent.
           PERFORM LIRE-DEMANDE THRU FIN-LIRE-DEMANDE
           IF Demande-Console
             DISPLAY "MOIS DU RELEVE (AAAAMM, 0 = MOIS PRECEDENT) ? "
             ACCEPT MOIS-RELEVE
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT HEURE-JOUR FROM TIME
           IF MOIS-RELEVE = 0
             IF JOUR-MM = 1
               COMPUTE MOIS-AAAA = JOUR-AAAA - 1
               MOVE 12 TO MOIS-MM
             ELSE
               MOVE JOUR-AAAA TO MOIS-AAAA
               COMPUTE MOIS-MM = JOUR-MM - 1
             END-IF
           END-IF
           IF MOIS-RELEVE NOT NUMERIC
                OR MOIS-MM < 1 OR MOIS-MM > 12
             DISPLAY "Mois du releve invalide (AAAAMM)."
             MOVE "mois du releve invalide" TO MOTIF-OPS
             PERFORM ABANDONNER-DEMANDE THRU FIN-ABANDONNER-DEMANDE
           END-IF
           MOVE SPACES TO ID-RELEVE
           STRING "PA" DATE-JOUR(5:4) HEURE-JOUR(1:4)
                  DELIMITED BY SIZE INTO ID-RELEVE
           DISPLAY "Releve du mois " MOIS-RELEVE ", passage "
                   ID-RELEVE "."

           OPEN INPUT MATRIX-CTB
           IF ST-CTB NOT = '00'
             DISPLAY "Impossible d'ouvrir CONTRIB, code etat "
                     ST-CTB "."
             DISPLAY "Pas de fichier des contributeurs, pas de"
                     " paiement."
             MOVE "CONTRIB inouvrable" TO MOTIF-OPS
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
           OPEN I-O MATRIX-CAT
           IF ST-CAT NOT = '00'
             DISPLAY "Impossible d'ouvrir CATALOG, code etat "
                     ST-CAT "."
             MOVE "CATALOG inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
           OPEN OUTPUT MATRIX-RELRPT
           IF ST-RPT NOT = '00'
             DISPLAY "Impossible d'ouvrir RELEVE, code etat "
                     ST-RPT "."
             MOVE "RELEVE inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF
      * L'interface de paiement est ouverte en ajout : le lot d'un
      * passage precedent que la comptabilite n'a pas encore integre
      * n'est pas ecrase.
           OPEN EXTEND MATRIX-PAIE
           IF ST-PAIE = '35' OR ST-PAIE = '05'
             OPEN OUTPUT MATRIX-PAIE
           END-IF
           IF ST-PAIE NOT = '00'
             DISPLAY "Impossible d'ouvrir PAIEMENT, code etat "
                     ST-PAIE "."
             MOVE "PAIEMENT inouvrable" TO MOTIF-OPS
             PERFORM ABANDONNER-OUVERTURE
                     THRU FIN-ABANDONNER-OUVERTURE
           END-IF

           MOVE SPACES TO PAIEMENT-ENTETE
           MOVE 'E' TO PAI-ENT-TYPE-ENR
           MOVE DATE-JOUR TO PAI-ENT-DATE
           MOVE ID-RELEVE TO PAI-ENT-ID-RELEVE
           MOVE MOIS-RELEVE TO PAI-ENT-MOIS
           WRITE PAIEMENT-ENTETE
           IF ST-PAIE NOT = '00'
             PERFORM ABANDONNER-PAIEMENT THRU FIN-ABANDONNER-PAIEMENT
           END-IF

           MOVE SPACES TO RELRAP-RECORD
           STRING "RELEVE MENSUEL DES CONTRIBUTEURS - MOIS "
                  DELIMITED BY SIZE
                  MOIS-RELEVE DELIMITED BY SIZE
                  " - PASSAGE " DELIMITED BY SIZE
                  ID-RELEVE DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DATE-JOUR DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           STRING "ACCEPTES : VERIFIES DANS LE MOIS (INFORMATION)"
                  " ; PARUTIONS : CONFIRMEES JUSQU'A LA FIN DU MOIS"
                  ", PAYEES AU TARIF DE LA TAILLE" DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           STRING "DOUBLONS ET REJETS : NON PAYES ; UN CARRE DEJA"
                  " PAYE PAR UN RELEVE ANTERIEUR N'EST PAS REPAYE"
                  DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           STRING "TARDIVE : PARUTION D'UN MOIS ANTERIEUR, CONFIRMEE"
                  " OU DEVENUE PAYABLE APRES LE RELEVE DE SON MOIS"
                  DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ***************
       LIRE-DEMANDE.
      ***************
      * Lit PAIEREQ quand il est present (meme esprit que TIRREQ
      * pour MatrixTir) : le mois du releve.
           OPEN INPUT MATRIX-PREQ
           IF ST-PREQ = '00'
             READ MATRIX-PREQ
               AT END
                 CONTINUE
               NOT AT END
                 SET Demande-Fichier TO TRUE
                 IF PAIQ-MOIS NUMERIC
                   MOVE PAIQ-MOIS TO MOIS-RELEVE
                 ELSE
                   MOVE ALL '9' TO MOIS-RELEVE
                 END-IF
                 DISPLAY "Demande de releve lue depuis PAIEREQ."
             END-READ
             CLOSE MATRIX-PREQ
           END-IF
           .
      ***********************
       FIN-LIRE-DEMANDE. EXIT.
      ***********************

      *************************
       CHARGER-CONTRIBUTEURS.
      *************************
      * Charge CONTRIB en table : un identifiant a blanc, des tarifs
      * non numeriques ou un identifiant deja vu rendent
      * l'enregistrement invalide ; il est ignore et signale (les
      * carres de cet identifiant ne seront pas payes sur cette
      * ligne).
           SET Pas-Fin-Contributeurs TO TRUE
           PERFORM UNTIL Fin-Contributeurs
             READ MATRIX-CTB
               AT END
                 SET Fin-Contributeurs TO TRUE
               NOT AT END
                 ADD 1 TO NB-CTB-LUS
                 PERFORM RANGER-CONTRIBUTEUR
                         THRU FIN-RANGER-CONTRIBUTEUR
             END-READ
           END-PERFORM
           CLOSE MATRIX-CTB
           DISPLAY "Contributeurs charges : " NB-CTB
           .
      ******************************
       FIN-CHARGER-CONTRIBUTEURS. EXIT.
      ******************************

      ***********************
       RANGER-CONTRIBUTEUR.
      ***********************
           IF CTB-ID = SPACES OR CTB-TARIFS NOT NUMERIC
             ADD 1 TO NB-CTB-INVALIDES
             MOVE SPACES TO RELRAP-RECORD
             STRING "  *** CONTRIB : ENREGISTREMENT INVALIDE IGNORE ("
                    DELIMITED BY SIZE
                    CTB-ID DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
             GO TO FIN-RANGER-CONTRIBUTEUR
           END-IF
           MOVE CTB-ID TO CTB-CHERCHE
           PERFORM CHERCHER-CONTRIBUTEUR THRU FIN-CHERCHER-CONTRIBUTEUR
           IF Contributeur-Trouve
             ADD 1 TO NB-CTB-INVALIDES
             MOVE SPACES TO RELRAP-RECORD
             STRING "  *** CONTRIB : IDENTIFIANT " DELIMITED BY SIZE
                    CTB-ID DELIMITED BY SIZE
                    " EN DOUBLE, SEULE LA PREMIERE LIGNE EST RETENUE"
                    DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
             GO TO FIN-RANGER-CONTRIBUTEUR
           END-IF
           IF NB-CTB >= 500
             ADD 1 TO NB-CTB-INVALIDES
             DISPLAY "Table des contributeurs saturee, "
                     CTB-ID " ignore."
             GO TO FIN-RANGER-CONTRIBUTEUR
           END-IF
           ADD 1 TO NB-CTB
           INITIALIZE CT-ENTREE(NB-CTB)
           MOVE CTB-ID TO CT-ID(NB-CTB)
           MOVE CTB-NOM TO CT-NOM(NB-CTB)
           SET Ct-Connu(NB-CTB) TO TRUE
           PERFORM VARYING IND-TARIF FROM 1 BY 1 UNTIL IND-TARIF > 7
             MOVE CTB-TARIF(IND-TARIF) TO CT-TARIF(NB-CTB IND-TARIF)
           END-PERFORM
           .
      ******************************
       FIN-RANGER-CONTRIBUTEUR. EXIT.
      ******************************

      *************************
       CHERCHER-CONTRIBUTEUR.
      *************************
      * Cherche CTB-CHERCHE dans la table ; IND-CTB designe
      * l'entree trouvee.
           SET Contributeur-Absent TO TRUE
           PERFORM VARYING IND-CTB FROM 1 BY 1
                   UNTIL IND-CTB > NB-CTB OR Contributeur-Trouve
             IF CT-ID(IND-CTB) = CTB-CHERCHE
               SET Contributeur-Trouve TO TRUE
               SUBTRACT 1 FROM IND-CTB
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-CHERCHER-CONTRIBUTEUR. EXIT.
      ******************************

      *************************
       RETENIR-CONTRIBUTEUR.
      *************************
      * Contributeur d'un carre du mois : celui de la table, ou une
      * entree ajoutee pour un identifiant absent de CONTRIB (sans
      * tarif : ses carres sont listes mais jamais payes). Table
      * pleine : IND-CTB a zero, le carre est compte hors table.
           PERFORM CHERCHER-CONTRIBUTEUR THRU FIN-CHERCHER-CONTRIBUTEUR
           IF Contributeur-Absent
             IF NB-CTB < 500
               ADD 1 TO NB-CTB
               MOVE NB-CTB TO IND-CTB
               INITIALIZE CT-ENTREE(IND-CTB)
               MOVE CTB-CHERCHE TO CT-ID(IND-CTB)
               MOVE "*** INCONNU AU FICHIER CONTRIB"
                 TO CT-NOM(IND-CTB)
               SET Ct-Inconnu(IND-CTB) TO TRUE
             ELSE
               MOVE 0 TO IND-CTB
               ADD 1 TO NB-HORS-TABLE
             END-IF
           END-IF
           .
      ******************************
       FIN-RETENIR-CONTRIBUTEUR. EXIT.
      ******************************

      **********************
       DEPOUILLER-ARCHIVE.
      **********************
      * Depuis la coupe de retention de MatrixArc, le debut du mois
      * (ou le mois entier) peut ne plus etre dans la piste
      * vivante : si ARCINDEX porte l'annee du releve, son archive
      * est depouillee avec le meme code que la piste (comme dans
      * MatrixStat). Pas d'index : rien n'a ete archive. Une
      * archive indexee mais illisible fausserait les listes : le
      * releve sort en code 4.
           SET Archive-Absente TO TRUE
           OPEN INPUT MATRIX-ARCIX
           IF ST-IX NOT = '00'
             GO TO FIN-DEPOUILLER-ARCHIVE
           END-IF
           PERFORM UNTIL ST-IX NOT = '00'
             READ MATRIX-ARCIX
               AT END
                 CONTINUE
               NOT AT END
                 IF ARCIX-ANNEE = MOIS-AAAA
                   SET Archive-Indexee TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-ARCIX
           IF Archive-Absente
             GO TO FIN-DEPOUILLER-ARCHIVE
           END-IF

           MOVE SPACES TO NOM-ARCHIVE
           STRING "AUDARC" DELIMITED BY SIZE
                  MOIS-AAAA DELIMITED BY SIZE
             INTO NOM-ARCHIVE
           OPEN INPUT MATRIX-ARC
           IF ST-ARC NOT = '00'
             ADD 1 TO NB-ARCHIVES-ILLISIBLES
             DISPLAY "Archive " NOM-ARCHIVE " indexee mais"
                     " illisible, code etat " ST-ARC "."
             MOVE SPACES TO RELRAP-RECORD
             STRING "  *** ARCHIVE " DELIMITED BY SIZE
                    NOM-ARCHIVE DELIMITED BY SPACE
                    " INDEXEE MAIS ILLISIBLE, CODE ETAT "
                    DELIMITED BY SIZE
                    ST-ARC DELIMITED BY SIZE
                    " : LISTES DU MOIS INCOMPLETES" DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
             GO TO FIN-DEPOUILLER-ARCHIVE
           END-IF
           PERFORM UNTIL ST-ARC NOT = '00'
             READ MATRIX-ARC
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO NB-ARCHIVES-LUES
                 MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
                 IF AUDIT-HORODATE(1:6) = MOIS-RELEVE-X
                   ADD 1 TO NB-AUDITS-MOIS
                   PERFORM RANGER-AUDIT THRU FIN-RANGER-AUDIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-ARC
           .
      ******************************
       FIN-DEPOUILLER-ARCHIVE. EXIT.
      ******************************

      ********************
       DEPOUILLER-AUDIT.
      ********************
      * Piste d'audit du mois (date de verification en tete de
      * l'horodatage) : carre serialise = accepte, marque D =
      * doublon, sans numero de serie = rejete a la verification.
      * Une matrice sans contributeur (mode interactif, carre
      * maison) est seulement comptee.
           SET Pas-Fin-Audit TO TRUE
           PERFORM UNTIL Fin-Audit
             READ MATRIX-AUDIT
               AT END
                 SET Fin-Audit TO TRUE
               NOT AT END
                 ADD 1 TO NB-AUDITS-LUS
                 IF AUDIT-HORODATE(1:6) = MOIS-RELEVE-X
                   ADD 1 TO NB-AUDITS-MOIS
                   PERFORM RANGER-AUDIT THRU FIN-RANGER-AUDIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATRIX-AUDIT
           .
      ******************************
       FIN-DEPOUILLER-AUDIT. EXIT.
      ******************************

      ****************
       RANGER-AUDIT.
      ****************
           IF AUDIT-CONTRIBUTEUR = SPACES
             ADD 1 TO NB-SANS-CONTRIBUTEUR
             GO TO FIN-RANGER-AUDIT
           END-IF
           MOVE AUDIT-CONTRIBUTEUR TO CTB-CHERCHE
           PERFORM RETENIR-CONTRIBUTEUR THRU FIN-RETENIR-CONTRIBUTEUR
           IF IND-CTB = 0
             GO TO FIN-RANGER-AUDIT
           END-IF
           MOVE AUDIT-SERIE TO SERIE-LIGNE
           MOVE AUDIT-TAILLE TO TAILLE-LIGNE
           MOVE AUDIT-HORODATE(1:8) TO DATE-LIGNE
           MOVE 0 TO MONTANT-LIGNE
           MOVE SPACES TO MENTION-LIGNE
           EVALUATE TRUE
             WHEN AUDIT-DOUBLON = 'D'
               MOVE 'D' TO TYPE-LIGNE
               ADD 1 TO CT-NB-DOUBLONS(IND-CTB)
               MOVE "NON PAYE" TO MENTION-LIGNE
             WHEN AUDIT-SERIE NUMERIC AND AUDIT-SERIE > 0
               MOVE 'A' TO TYPE-LIGNE
               ADD 1 TO CT-NB-ACCEPTES(IND-CTB)
               IF AUDIT-MAGIQUE NOT = 'Y'
                 MOVE "SEMI-MAGIQUE" TO MENTION-LIGNE
               END-IF
             WHEN OTHER
               MOVE 'R' TO TYPE-LIGNE
               ADD 1 TO CT-NB-REJETS(IND-CTB)
               MOVE "NON MAGIQUE, NON PAYE" TO MENTION-LIGNE
           END-EVALUATE
           PERFORM AJOUTER-LIGNE THRU FIN-AJOUTER-LIGNE
           .
      ******************************
       FIN-RANGER-AUDIT. EXIT.
      ******************************

      *****************
       AJOUTER-LIGNE.
      *****************
      * Range une ligne de detail pour le contributeur IND-CTB ;
      * table pleine, la ligne est seulement comptee (les compteurs
      * et le montant du contributeur restent justes).
           IF NB-LIGNES >= 5000
             ADD 1 TO NB-LIGNES-PERDUES
             GO TO FIN-AJOUTER-LIGNE
           END-IF
           ADD 1 TO NB-LIGNES
           MOVE IND-CTB TO LG-CTB(NB-LIGNES)
           MOVE TYPE-LIGNE TO LG-TYPE(NB-LIGNES)
           MOVE SERIE-LIGNE TO LG-SERIE(NB-LIGNES)
           MOVE TAILLE-LIGNE TO LG-TAILLE(NB-LIGNES)
           MOVE DATE-LIGNE TO LG-DATE(NB-LIGNES)
           MOVE MONTANT-LIGNE TO LG-MONTANT(NB-LIGNES)
           MOVE MENTION-LIGNE TO LG-MENTION(NB-LIGNES)
           .
      ******************************
       FIN-AJOUTER-LIGNE. EXIT.
      ******************************

      ************************
       DEPOUILLER-CATALOGUE.
      ************************
      * Parcours du catalogue par numero de serie, en lecture
      * seule : toute parution confirmee par MatrixRet jusqu'a la
      * fin du mois et pas encore payee est pesee (une parution d'un
      * mois anterieur, confirmee apres son releve ou restee impayee
      * faute de contributeur ou de tarif, est tardive) ; les
      * parutions deja payees ne sont que listees.
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
                 ADD 1 TO NB-CAT-LUS
                 PERFORM QUALIFIER-PARUTION
                         THRU FIN-QUALIFIER-PARUTION
                 IF NOT Parution-Hors-Releve
                   PERFORM PESER-PARUTION THRU FIN-PESER-PARUTION
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO ST-CAT
           .
      ******************************
       FIN-DEPOUILLER-CATALOGUE. EXIT.
      ******************************

      **********************
       QUALIFIER-PARUTION.
      **********************
      * Sort du carre lu pour le releve : hors releve (pas de
      * parution confirmee, parution apres le mois, ou deja payee
      * par un releve anterieur), deja payee par un passage de ce
      * releve, parution du mois sans contributeur (carre maison ou
      * catalogue avant l'attribution), ou a peser.
           SET Parution-Hors-Releve TO TRUE
           SET Parution-Du-Mois TO TRUE
           IF CAT-DATE-PARUTION NOT NUMERIC
             GO TO FIN-QUALIFIER-PARUTION
           END-IF
           IF CAT-DATE-PARUTION = 0
             GO TO FIN-QUALIFIER-PARUTION
           END-IF
           COMPUTE MOIS-PARUTION = CAT-DATE-PARUTION / 100
           IF MOIS-PARUTION > MOIS-RELEVE
             GO TO FIN-QUALIFIER-PARUTION
           END-IF
           IF MOIS-PARUTION < MOIS-RELEVE
             SET Parution-Tardive TO TRUE
           END-IF
           IF CAT-MOIS-PAIEMENT NUMERIC
             IF CAT-MOIS-PAIEMENT > 0
               IF Parution-Du-Mois
                    OR CAT-MOIS-PAIEMENT = MOIS-RELEVE
                 SET Parution-Deja-Payee TO TRUE
               END-IF
               GO TO FIN-QUALIFIER-PARUTION
             END-IF
           END-IF
           IF CAT-CONTRIBUTEUR = SPACES
             IF Parution-Du-Mois
               SET Parution-Sans-Ctb TO TRUE
             END-IF
             GO TO FIN-QUALIFIER-PARUTION
           END-IF
           SET Parution-A-Peser TO TRUE
           .
      ******************************
       FIN-QUALIFIER-PARUTION. EXIT.
      ******************************

      *********************
       TARIFER-PARUTION.
      *********************
      * Tarif du carre lu pour le contributeur IND-CTB (zero = hors
      * table) : payable, contributeur inconnu de CONTRIB, taille
      * hors des tailles tarifees, ou tarif nul pour cette taille.
           MOVE 0 TO IND-TARIF
           IF CAT-TAILLE >= 2 AND CAT-TAILLE <= 8
             COMPUTE IND-TARIF = CAT-TAILLE - 1
           END-IF
           EVALUATE TRUE
             WHEN IND-CTB = 0
               SET Tarif-Ctb-Inconnu TO TRUE
             WHEN Ct-Inconnu(IND-CTB)
               SET Tarif-Ctb-Inconnu TO TRUE
             WHEN IND-TARIF = 0
               SET Tarif-Hors-Tailles TO TRUE
             WHEN CT-TARIF(IND-CTB IND-TARIF) = 0
               SET Tarif-Nul TO TRUE
             WHEN OTHER
               SET Tarif-Payable TO TRUE
           END-EVALUATE
           .
      ******************************
       FIN-TARIFER-PARUTION. EXIT.
      ******************************

      ******************
       PESER-PARUTION.
      ******************
      * Un carre paye par un premier passage de ce releve est
      * seulement liste. Sinon il est paye au tarif de sa taille
      * quand le contributeur est connu et que ce tarif n'est pas
      * nul ; le montant est retenu ici, la marque de paiement
      * n'est posee au catalogue qu'apres l'ecriture de l'interface
      * (MARQUER-PAIEMENTS).
           IF Parution-Tardive
             ADD 1 TO NB-TARDIVES
           ELSE
             ADD 1 TO NB-PARUTIONS-MOIS
           END-IF
           IF Parution-Sans-Ctb
             ADD 1 TO NB-PARUES-SANS-CTB
             GO TO FIN-PESER-PARUTION
           END-IF
           MOVE CAT-CONTRIBUTEUR TO CTB-CHERCHE
           PERFORM RETENIR-CONTRIBUTEUR THRU FIN-RETENIR-CONTRIBUTEUR
           IF IND-CTB = 0
             IF Parution-A-Peser
               ADD 1 TO NB-ANOMALIES
             END-IF
             GO TO FIN-PESER-PARUTION
           END-IF
           ADD 1 TO CT-NB-PARUTIONS(IND-CTB)
           MOVE 'P' TO TYPE-LIGNE
           MOVE CAT-SERIE TO SERIE-LIGNE
           MOVE CAT-TAILLE TO TAILLE-LIGNE
           MOVE CAT-DATE-PARUTION TO DATE-LIGNE
           MOVE 0 TO MONTANT-LIGNE
           MOVE SPACES TO MENTION-BASE
           IF Parution-Deja-Payee
             ADD 1 TO CT-NB-DEJA-PAYES(IND-CTB)
             STRING "DEJA PAYE AU RELEVE " DELIMITED BY SIZE
                    CAT-MOIS-PAIEMENT DELIMITED BY SIZE
               INTO MENTION-BASE
           ELSE
             PERFORM TARIFER-PARUTION THRU FIN-TARIFER-PARUTION
             EVALUATE TRUE
               WHEN Tarif-Ctb-Inconnu
                 ADD 1 TO CT-NB-NON-PAYES(IND-CTB)
                 ADD 1 TO NB-ANOMALIES
                 MOVE "CONTRIBUTEUR INCONNU, NON PAYE" TO MENTION-BASE
               WHEN Tarif-Hors-Tailles
                 ADD 1 TO CT-NB-NON-PAYES(IND-CTB)
                 ADD 1 TO NB-ANOMALIES
                 MOVE "TAILLE HORS TARIF, NON PAYE" TO MENTION-BASE
               WHEN Tarif-Nul
                 ADD 1 TO CT-NB-NON-PAYES(IND-CTB)
                 MOVE "TAILLE NON REMUNEREE, NON PAYE" TO MENTION-BASE
               WHEN OTHER
                 ADD 1 TO CT-NB-PAYES(IND-CTB)
                 ADD 1 TO NB-CARRES-PAYES
                 MOVE CT-TARIF(IND-CTB IND-TARIF) TO MONTANT-LIGNE
                 ADD MONTANT-LIGNE TO CT-MONTANT(IND-CTB)
                 MOVE "PAYE" TO MENTION-BASE
             END-EVALUATE
           END-IF
           MOVE SPACES TO MENTION-LIGNE
           IF Parution-Tardive
             STRING "TARDIVE, " DELIMITED BY SIZE
                    MENTION-BASE DELIMITED BY SIZE
               INTO MENTION-LIGNE
           ELSE
             MOVE MENTION-BASE TO MENTION-LIGNE
           END-IF
           PERFORM AJOUTER-LIGNE THRU FIN-AJOUTER-LIGNE
           .
      ******************************
       FIN-PESER-PARUTION. EXIT.
      ******************************

      ***********************
       ECRIRE-CONTRIBUTEUR.
      ***********************
      * Section du releve pour le contributeur IND-CTB (rien pour un
      * contributeur sans activite dans le mois), puis sa ligne de
      * paiement quand un montant lui est du.
           IF CT-NB-ACCEPTES(IND-CTB) = 0
                AND CT-NB-PARUTIONS(IND-CTB) = 0
                AND CT-NB-DOUBLONS(IND-CTB) = 0
                AND CT-NB-REJETS(IND-CTB) = 0
             GO TO FIN-ECRIRE-CONTRIBUTEUR
           END-IF
           MOVE SPACES TO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           STRING "CONTRIBUTEUR " DELIMITED BY SIZE
                  CT-ID(IND-CTB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-NOM(IND-CTB) DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD

           MOVE 'A' TO TYPE-GROUPE
           MOVE CT-NB-ACCEPTES(IND-CTB) TO NB-GROUPE
           PERFORM ECRIRE-GROUPE THRU FIN-ECRIRE-GROUPE
           MOVE 'P' TO TYPE-GROUPE
           MOVE CT-NB-PARUTIONS(IND-CTB) TO NB-GROUPE
           PERFORM ECRIRE-GROUPE THRU FIN-ECRIRE-GROUPE
           MOVE 'D' TO TYPE-GROUPE
           MOVE CT-NB-DOUBLONS(IND-CTB) TO NB-GROUPE
           PERFORM ECRIRE-GROUPE THRU FIN-ECRIRE-GROUPE
           MOVE 'R' TO TYPE-GROUPE
           MOVE CT-NB-REJETS(IND-CTB) TO NB-GROUPE
           PERFORM ECRIRE-GROUPE THRU FIN-ECRIRE-GROUPE

           MOVE CT-NB-PAYES(IND-CTB) TO CHAMP-NB
           MOVE CT-MONTANT(IND-CTB) TO CHAMP-MONTANT
           MOVE SPACES TO RELRAP-RECORD
           STRING "  TOTAL " DELIMITED BY SIZE
                  CT-ID(IND-CTB) DELIMITED BY SIZE
                  " : CARRES PAYES " DELIMITED BY SIZE
                  CHAMP-NB DELIMITED BY SIZE
                  "   MONTANT DU " DELIMITED BY SIZE
                  CHAMP-MONTANT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD

           IF CT-MONTANT(IND-CTB) > 0
             MOVE SPACES TO PAIEMENT-DETAIL
             MOVE 'D' TO PAI-TYPE-ENR
             MOVE CT-ID(IND-CTB) TO PAI-CONTRIBUTEUR
             MOVE CT-NOM(IND-CTB) TO PAI-NOM
             MOVE CT-NB-PAYES(IND-CTB) TO PAI-NB-CARRES
             MOVE CT-MONTANT(IND-CTB) TO PAI-MONTANT
             WRITE PAIEMENT-DETAIL
             IF ST-PAIE NOT = '00'
               PERFORM ABANDONNER-PAIEMENT
                       THRU FIN-ABANDONNER-PAIEMENT
             END-IF
             ADD 1 TO NB-LIGNES-PAIEMENT
             ADD CT-MONTANT(IND-CTB) TO TOTAL-PAIEMENT
           END-IF
           .
      ******************************
       FIN-ECRIRE-CONTRIBUTEUR. EXIT.
      ******************************

      *****************
       ECRIRE-GROUPE.
      *****************
      * Titre du groupe TYPE-GROUPE avec son nombre, puis les lignes
      * de detail du contributeur IND-CTB pour ce groupe.
           MOVE NB-GROUPE TO CHAMP-NB
           MOVE SPACES TO RELRAP-RECORD
           EVALUATE TYPE-GROUPE
             WHEN 'A'
               STRING "  CARRES ACCEPTES DANS LE MOIS       : "
                      DELIMITED BY SIZE
                      CHAMP-NB DELIMITED BY SIZE
                 INTO RELRAP-RECORD
             WHEN 'P'
               STRING "  PARUTIONS CONFIRMEES A CE RELEVE   : "
                      DELIMITED BY SIZE
                      CHAMP-NB DELIMITED BY SIZE
                 INTO RELRAP-RECORD
             WHEN 'D'
               STRING "  DOUBLONS (NON PAYES)               : "
                      DELIMITED BY SIZE
                      CHAMP-NB DELIMITED BY SIZE
                 INTO RELRAP-RECORD
             WHEN OTHER
               STRING "  REJETS (NON PAYES)                 : "
                      DELIMITED BY SIZE
                      CHAMP-NB DELIMITED BY SIZE
                 INTO RELRAP-RECORD
           END-EVALUATE
           WRITE RELRAP-RECORD
           IF NB-GROUPE = 0
             GO TO FIN-ECRIRE-GROUPE
           END-IF
           PERFORM VARYING IND-LIGNE FROM 1 BY 1
                   UNTIL IND-LIGNE > NB-LIGNES
             IF LG-CTB(IND-LIGNE) = IND-CTB
                  AND LG-TYPE(IND-LIGNE) = TYPE-GROUPE
               PERFORM ECRIRE-DETAIL THRU FIN-ECRIRE-DETAIL
             END-IF
           END-PERFORM
           .
      ******************************
       FIN-ECRIRE-GROUPE. EXIT.
      ******************************

      *****************
       ECRIRE-DETAIL.
      *****************
           MOVE SPACES TO RELRAP-RECORD
           MOVE 1 TO PTR-RPT
           STRING "    SERIE " DELIMITED BY SIZE
                  LG-SERIE(IND-LIGNE) DELIMITED BY SIZE
                  " TAILLE " DELIMITED BY SIZE
                  LG-TAILLE(IND-LIGNE) DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  LG-DATE(IND-LIGNE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LG-MENTION(IND-LIGNE) DELIMITED BY SIZE
             INTO RELRAP-RECORD
             WITH POINTER PTR-RPT
           IF LG-MONTANT(IND-LIGNE) > 0
             MOVE LG-MONTANT(IND-LIGNE) TO CHAMP-TARIF
             STRING " " DELIMITED BY SIZE
                    CHAMP-TARIF DELIMITED BY SIZE
               INTO RELRAP-RECORD
               WITH POINTER PTR-RPT
           END-IF
           WRITE RELRAP-RECORD
           .
      ******************************
       FIN-ECRIRE-DETAIL. EXIT.
      ******************************

      ****************
       BILAN-RELEVE.
      ****************
      * Totaux du releve et fin de l'interface de paiement.
           MOVE SPACES TO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-AUDITS-MOIS TO CHAMP-CPT
           STRING "MATRICES VERIFIEES DANS LE MOIS        : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-SANS-CONTRIBUTEUR TO CHAMP-CPT
           STRING "  DONT SANS CONTRIBUTEUR (NON PAYEES)  : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-PARUTIONS-MOIS TO CHAMP-CPT
           STRING "PARUTIONS CONFIRMEES DANS LE MOIS      : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-PARUES-SANS-CTB TO CHAMP-CPT
           STRING "  DONT SANS CONTRIBUTEUR (NON PAYEES)  : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-TARDIVES TO CHAMP-CPT
           STRING "PARUTIONS TARDIVES DES MOIS ANTERIEURS : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-CARRES-PAYES TO CHAMP-CPT
           STRING "CARRES PAYES PAR CE RELEVE             : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-LIGNES-PAIEMENT TO CHAMP-CPT
           STRING "CONTRIBUTEURS A PAYER                  : "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           MOVE SPACES TO RELRAP-RECORD
           MOVE TOTAL-PAIEMENT TO CHAMP-MONTANT
           STRING "MONTANT TOTAL DU                       : "
                  DELIMITED BY SIZE
                  CHAMP-MONTANT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           IF NB-CTB-INVALIDES > 0
             MOVE SPACES TO RELRAP-RECORD
             MOVE NB-CTB-INVALIDES TO CHAMP-CPT
             STRING "*** LIGNES CONTRIB IGNOREES           : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
           END-IF
           IF NB-ANOMALIES > 0
             MOVE SPACES TO RELRAP-RECORD
             MOVE NB-ANOMALIES TO CHAMP-CPT
             STRING "*** PARUTIONS NON PAYEES A REVOIR     : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
           END-IF
           IF NB-HORS-TABLE > 0
             MOVE SPACES TO RELRAP-RECORD
             MOVE NB-HORS-TABLE TO CHAMP-CPT
             STRING "*** CARRES HORS TABLE CONTRIBUTEURS   : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
           END-IF
           IF NB-LIGNES-PERDUES > 0
             MOVE SPACES TO RELRAP-RECORD
             MOVE NB-LIGNES-PERDUES TO CHAMP-CPT
             STRING "*** LIGNES DE DETAIL NON IMPRIMEES    : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
           END-IF

           MOVE SPACES TO PAIEMENT-FIN
           MOVE 'F' TO PAI-FIN-TYPE-ENR
           MOVE NB-LIGNES-PAIEMENT TO PAI-FIN-NB-LIGNES
           MOVE TOTAL-PAIEMENT TO PAI-FIN-TOTAL
           WRITE PAIEMENT-FIN
           IF ST-PAIE NOT = '00'
             PERFORM ABANDONNER-PAIEMENT THRU FIN-ABANDONNER-PAIEMENT
           END-IF
           .
      ******************************
       FIN-BILAN-RELEVE. EXIT.
      ******************************

      *********************
       MARQUER-PAIEMENTS.
      *********************
      * Une fois le lot de paiement ferme sans erreur, second
      * parcours du catalogue avec la meme selection et le meme
      * tarif que le depouillement : chaque carre paye recoit le
      * mois du releve dans CAT-MOIS-PAIEMENT. Un carre n'est donc
      * jamais marque paye sans que sa ligne de paiement soit
      * ecrite ; une marque refusee est listee (le carre, deja
      * dans le lot, est a marquer avant le prochain releve) et le
      * releve sort en code 4.
           CLOSE MATRIX-PAIE
           IF ST-PAIE NOT = '00'
             PERFORM ABANDONNER-PAIEMENT THRU FIN-ABANDONNER-PAIEMENT
           END-IF
           IF NB-CARRES-PAYES = 0
             GO TO FIN-MARQUER-PAIEMENTS
           END-IF
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
                 PERFORM QUALIFIER-PARUTION
                         THRU FIN-QUALIFIER-PARUTION
                 IF Parution-A-Peser
                   MOVE CAT-CONTRIBUTEUR TO CTB-CHERCHE
                   PERFORM CHERCHER-CONTRIBUTEUR
                           THRU FIN-CHERCHER-CONTRIBUTEUR
                   IF Contributeur-Absent
                     MOVE 0 TO IND-CTB
                   END-IF
                   PERFORM TARIFER-PARUTION THRU FIN-TARIFER-PARUTION
                   IF Tarif-Payable
                     PERFORM MARQUER-PARUTION
                             THRU FIN-MARQUER-PARUTION
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE '00' TO ST-CAT

           MOVE SPACES TO RELRAP-RECORD
           MOVE NB-MARQUES TO CHAMP-CPT
           STRING "MARQUES DE PAIEMENT POSEES AU CATALOGUE: "
                  DELIMITED BY SIZE
                  CHAMP-CPT DELIMITED BY SIZE
             INTO RELRAP-RECORD
           WRITE RELRAP-RECORD
           IF NB-MARQUES NOT = NB-CARRES-PAYES
             MOVE SPACES TO RELRAP-RECORD
             MOVE NB-CARRES-PAYES TO CHAMP-CPT
             STRING "*** ECART AVEC LES CARRES PAYES       : "
                    DELIMITED BY SIZE
                    CHAMP-CPT DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
           END-IF
           .
      ******************************
       FIN-MARQUER-PAIEMENTS. EXIT.
      ******************************

      ********************
       MARQUER-PARUTION.
      ********************
           MOVE MOIS-RELEVE TO CAT-MOIS-PAIEMENT
           REWRITE CAT-RECORD
             INVALID KEY
               DISPLAY "Mise a jour refusee, code etat " ST-CAT
                       ", serie " CAT-SERIE "."
           END-REWRITE
           IF ST-CAT NOT = '00'
             ADD 1 TO NB-MARQUES-REFUSEES
             MOVE SPACES TO RELRAP-RECORD
             STRING "  *** SERIE " DELIMITED BY SIZE
                    CAT-SERIE DELIMITED BY SIZE
                    " PAYEE PAR CE RELEVE, MARQUE REFUSEE, CODE ETAT "
                    DELIMITED BY SIZE
                    ST-CAT DELIMITED BY SIZE
                    " : A MARQUER AVANT LE PROCHAIN RELEVE"
                    DELIMITED BY SIZE
               INTO RELRAP-RECORD
             WRITE RELRAP-RECORD
      * Le parcours continue sur l'enregistrement suivant.
             MOVE '00' TO ST-CAT
             GO TO FIN-MARQUER-PARUTION
           END-IF
           ADD 1 TO NB-MARQUES
           .
      ******************************
       FIN-MARQUER-PARUTION. EXIT.
      ******************************

      ******************
       JOURNALISER-OPS.
      ******************
      * Ajoute une etape horodatee au journal d'exploitation
      * commun, avec les comptes, le verdict et le motif poses par
      * l'appelant ; un journal inaccessible ne bloque pas le
      * releve, il est seulement signale.
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
             MOVE "MatrixPaie" TO OPS-PROGRAMME
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
      * Mois du releve invalide : aucun fichier n'est touche, le
      * releve s'arrete avec le code 10 (le motif a ete pose dans
      * MOTIF-OPS par l'appelant).
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
      * Fichier inouvrable : le releve s'arrete avec le code 12
      * apres une etape de fin au journal d'exploitation (le motif
      * a ete pose dans MOTIF-OPS par l'appelant). Aucun carre n'a
      * encore ete marque paye.
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

      ***********************
       ABANDONNER-PAIEMENT.
      ***********************
      * Ecriture ou fermeture de l'interface de paiement en erreur :
      * aucune marque n'a encore ete posee au catalogue, le releve
      * s'arrete avec le code 12 et sera repasse en entier.
           DISPLAY "Ecriture de PAIEMENT en erreur, code etat "
                   ST-PAIE "."
           DISPLAY "Aucun carre n'a ete marque paye."
           MOVE 'FIN' TO ETAPE-OPS
           MOVE 0 TO ENTREES-OPS
           MOVE 0 TO SORTIES-OPS
           MOVE 12 TO RC-OPS
           MOVE SPACES TO VERDICT-OPS
           MOVE "PAIEMENT en erreur d'ecriture" TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
      ******************************
       FIN-ABANDONNER-PAIEMENT. EXIT.
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
      * Code 4 quand des parutions n'ont pu etre payees
      * (contributeur inconnu, taille hors tarif), qu'une marque de
      * paiement a ete refusee, que l'archive du mois est illisible
      * ou que des lignes de CONTRIB ou du releve ont ete perdues :
      * la redaction doit verifier avant le prochain releve.
           CLOSE MATRIX-CAT
           CLOSE MATRIX-RELRPT
           IF NB-ANOMALIES > 0 OR NB-CTB-INVALIDES > 0
                OR NB-HORS-TABLE > 0 OR NB-LIGNES-PERDUES > 0
                OR NB-MARQUES-REFUSEES > 0
                OR NB-MARQUES NOT = NB-CARRES-PAYES
                OR NB-ARCHIVES-ILLISIBLES > 0
             MOVE 4 TO RC-OPS
           ELSE
             MOVE 0 TO RC-OPS
           END-IF
           MOVE 'FIN' TO ETAPE-OPS
           COMPUTE ENTREES-OPS = NB-AUDITS-MOIS + NB-PARUTIONS-MOIS
                               + NB-TARDIVES
           MOVE NB-CARRES-PAYES TO SORTIES-OPS
           MOVE TOTAL-PAIEMENT TO CHAMP-MONTANT
           MOVE SPACES TO VERDICT-OPS
           STRING "MOIS " MOIS-RELEVE " PAYES " NB-CARRES-PAYES
                  " MONTANT " CHAMP-MONTANT
                  DELIMITED BY SIZE INTO VERDICT-OPS
           MOVE SPACES TO MOTIF-OPS
           PERFORM JOURNALISER-OPS THRU FIN-JOURNALISER-OPS
           MOVE RC-OPS TO RETURN-CODE
           DISPLAY "Carres payes : " NB-CARRES-PAYES " pour "
                   NB-LIGNES-PAIEMENT " contributeurs, montant "
                   CHAMP-MONTANT
           DISPLAY 'Fin du releve des contributeurs.'
           STOP RUN.
       END PROGRAM MatrixPaie.
