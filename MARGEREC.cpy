      * MARGEREC.cpy
      * Marge de securite de la prevision du stock : une ligne par
      * taille de carre, le nombre de carres V a garder en reserve
      * au-dela de la demande des plans pour chaque melange demande
      * de cette taille. Une taille absente n'a pas de marge.
       01 MARGE-RECORD.
           05 MRG-TAILLE          PIC 9(02).
           05 FILLER              PIC X(01).
           05 MRG-MARGE           PIC 9(03).
