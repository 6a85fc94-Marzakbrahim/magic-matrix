      * FRCREC.cpy
      * Reprise forcee de la chaine de nuit (fichier CHAINFRC) : une
      * ligne par programme a relancer deliberement malgre un
      * predecesseur non propre, valable pour la seule journee
      * indiquee - une ligne oubliee ne force pas les nuits
      * suivantes.
       01 FORCE-RECORD.
           05 FRC-PROGRAMME       PIC X(10).
           05 FILLER              PIC X(01).
           05 FRC-DATE            PIC 9(08).
