      * RELRPREC.cpy
      * Ligne du releve mensuel des contributeurs (MatrixPaie) :
      * pour chaque contributeur, les carres acceptes dans le mois,
      * les carres dont la parution a ete confirmee dans le mois
      * (payes, ou la raison pour laquelle ils ne le sont pas), les
      * doublons et les rejets (non payes), puis le montant du.
       01 RELRAP-RECORD            PIC X(132).
