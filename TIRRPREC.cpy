      * TIRRPREC.cpy
      * Ligne du listing d'audit du tirage au sort : la demande et
      * la graine, la liste numerotee des candidats (premiers
      * bulletins justes de la serie, dans l'ordre du registre),
      * puis pour chaque gagnant l'etat du generateur, le numero
      * tire et le candidat designe - de quoi refaire le tirage a
      * la main.
       01 TIRRAP-RECORD            PIC X(132).
