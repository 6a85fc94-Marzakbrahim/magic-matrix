      * DEPTAB.cpy
      * Table des dependances de la chaine de nuit, lue par le
      * module commun MatrixDep : pour chaque programme, ses
      * predecesseurs, le code retour maximal admis a leur derniere
      * fin, la presence exigee et la fenetre de passage en heures
      * (comptee a rebours depuis le demarrage du programme).
      * Presence O : le predecesseur doit avoir fini proprement
      * dans la fenetre. Presence F : il peut ne pas avoir tourne,
      * mais s'il a tourne, son dernier passage doit etre fini et
      * propre (un debut sans fin = en cours ou plante).
      * Une entree par ligne : programme, predecesseur, code
      * retour maximal, presence, fenetre.
       01 TABLE-DEPENDANCES-VAL.
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC X(10) VALUE "MatrixGen".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixPuz".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 00.
           05 FILLER PIC X(01) VALUE "O".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixIss".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 00.
           05 FILLER PIC X(01) VALUE "O".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixStat".
           05 FILLER PIC X(10) VALUE "MatrixArc".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixStat".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixCon".
           05 FILLER PIC X(10) VALUE "MatrixPuz".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixRet".
           05 FILLER PIC X(10) VALUE "MatrixIss".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixAnn".
           05 FILLER PIC X(10) VALUE "MatrixIss".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixPrev".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixInt".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixInt".
           05 FILLER PIC X(10) VALUE "MatrixArc".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixInt".
           05 FILLER PIC X(10) VALUE "MatrixIss".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixPal".
           05 FILLER PIC X(10) VALUE "MatrixCon".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixTir".
           05 FILLER PIC X(10) VALUE "MatrixCon".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixCrib".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixRcl".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixCor".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixPaie".
           05 FILLER PIC X(10) VALUE "MatrixRet".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(10) VALUE "MatrixPaie".
           05 FILLER PIC X(10) VALUE "Matrix".
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC X(01) VALUE "F".
           05 FILLER PIC 9(02) VALUE 24.
       01 TABLE-DEPENDANCES REDEFINES TABLE-DEPENDANCES-VAL.
           05 DEP-ENTREE OCCURS 19.
              10 DEP-TAB-PROGRAMME    PIC X(10).
              10 DEP-TAB-PREDECESSEUR PIC X(10).
              10 DEP-TAB-RC-MAX       PIC 9(02).
              10 DEP-TAB-PRESENCE     PIC X(01).
                 88 Presence-Obligatoire VALUE 'O'.
                 88 Presence-Facultative VALUE 'F'.
              10 DEP-TAB-FENETRE      PIC 9(02).
       01 NB-DEPENDANCES PIC 9(03) VALUE 19.
