      * ANNREQREC.cpy
      * Demande d'annulation d'une parution : quand le fichier
      * ANNREQ est present, l'invite de la console est remplacee
      * par son contenu et l'annulation tourne sans operateur. Un
      * seul enregistrement : l'identifiant de la parution a
      * defaire, qui doit etre celui de l'entete du manifeste
      * (fichier MANIFEST de MatrixIss) remis a l'annulation.
       01 ANNREQ-RECORD.
           05 ANN-ID-PARUTION     PIC X(08).
