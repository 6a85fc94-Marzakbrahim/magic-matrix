      * PAIEREQREC.cpy
      * Demande de releve mensuel des contributeurs : quand le
      * fichier PAIEREQ est present, l'invite de la console est
      * remplacee par son contenu. Un seul enregistrement :
      *   PAIQ-MOIS : mois du releve, AAAAMM ; zero = le mois
      *               precedant la date du passage.
       01 PAIEREQ-RECORD.
           05 PAIQ-MOIS           PIC 9(06).
