       01 OPS-AAAAMMJJ PIC 9(08).
       01 OPS-HHMMSSCC PIC 9(08).

      * Controle des predecesseurs par le module commun MatrixDep :
       COPY DEPPARM.


       PROCEDURE DIVISION.

           DISPLAY '*** Archivage de la piste     ***'
           DISPLAY '*********************************'

      * Les predecesseurs doivent avoir fini proprement au journal
      * d'exploitation (table commune DEPTAB.cpy) avant tout acces
      * aux fichiers ; une reprise forcee est notee au debut.
           MOVE "MatrixArc" TO DEP-PROGRAMME
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

           DISPLAY "DATE DE RETENTION (AAAAMMJJ, TOUT CE QUI EST"
                   " ANTERIEUR PART EN ARCHIVE) ? "
       FIN-ABANDONNER-ARCHIVAGE. EXIT.
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
