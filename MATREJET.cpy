      * Matrix ne lit que les positions de MATEXTIN : les champs
      * ajoutes en queue sont ignores a la resoumission.
      * Attention : une correction de cellule doit etre reportee
      * sur le total de controle de l'enregistrement de fin ; l'ecran
      * de correction MatrixCor le fait et ecrit le mini-lot corrige
      * dans REJCORR, a soumettre a la place de ce fichier.
       01 REJET-ENTETE.
           05 REJ-ENT-TYPE-ENR    PIC X(01).
           05 REJ-ENT-DATE       PIC 9(08).
           05 REJ-ENT-ID-LOT     PIC X(10).
       01 REJET-DETAIL.
           05 REJ-DETAIL-BRUT    PIC X(51).
           05 FILLER             PIC X(01).
           05 REJ-MOTIF          PIC X(01).
           05 FILLER             PIC X(01).
