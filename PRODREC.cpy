      * sur serie + niveau : une serie deja produite au meme niveau
      * est sautee, au lieu de reproduire a chaque passage tous les
      * casse-tete jamais emis.
      * PROD-TYPE dit quel casse-tete a ete tire de la serie :
      * C = cases cachees (a blanc pour les inscriptions anterieures
      * au "repere l'erreur"), E = repere l'erreur. Le type n'entre
      * pas dans la cle : une serie deja produite a un niveau n'est
      * pas reprise dans l'autre jeu au meme niveau, la grille
      * complete du repere l'erreur donnerait les cases cachees.
       01 PROD-RECORD.
           05 PROD-CLE.
              10 PROD-SERIE       PIC 9(08).
              10 PROD-NIVEAU      PIC 9(01).
           05 PROD-HORODATE       PIC X(26).
           05 PROD-DIFFICULTE     PIC 9(03).
           05 PROD-TYPE           PIC X(01).
              88 Prod-Cases-Cachees   VALUE SPACE 'C'.
              88 Prod-Repere-Erreur   VALUE 'E'.
