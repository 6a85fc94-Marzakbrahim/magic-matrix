      * TIRREQREC.cpy
      * Demande de tirage au sort des gagnants d'un casse-tete :
      * quand le fichier TIRREQ est present, les invites de la
      * console sont remplacees par son contenu. Un seul
      * enregistrement :
      *   TIR-SERIE       : casse-tete dont on tire les gagnants,
      *   TIR-NB-GAGNANTS : nombre de gagnants a tirer,
      *   TIR-GRAINE      : graine du generateur (1 a 2147483646) ;
      *                     zero = graine tiree de l'horloge, notee
      *                     au listing et au journal pour rejouer
      *                     le tirage a l'identique.
       01 TIRREQ-RECORD.
           05 TIR-SERIE           PIC 9(08).
           05 FILLER              PIC X(01).
           05 TIR-NB-GAGNANTS     PIC 9(02).
           05 FILLER              PIC X(01).
           05 TIR-GRAINE          PIC 9(10).
