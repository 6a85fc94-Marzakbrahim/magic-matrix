      * premier caractere :
      *   E = entete de plan (identifiant de parution, date)
      *   D = ligne de plan (quantite, taille, constante ;
      *       constante a zero = n'importe quelle constante ;
      *       famille eventuelle, par exemple "4 pandiagonaux 5x5"
      *       = quantite 4, taille 5, famille P)
       01 PLAN-ENTETE.
           05 PLE-TYPE-ENR        PIC X(01).
           05 PLE-ID-PARUTION     PIC X(08).
           05 PLD-TAILLE          PIC 9(02).
           05 PLD-CONSTANTE       PIC S9(04)
                                   SIGN LEADING SEPARATE CHARACTER.
      * Famille demandee (codes de FAMDEF.cpy) ; a blanc = carre
      * magique ordinaire, de toute famille sauf semi-magique.
           05 PLD-FAMILLE         PIC X(01).
               88 Pld-Famille-Indifferente VALUE SPACE.
               88 Pld-Famille-Valide       VALUE SPACE 'P' 'A' 'M'
                                                 'S'.
