      * GAGREC.cpy
      * Gagnants du tirage au sort pour la redaction : un
      * enregistrement par gagnant, dans l'ordre du tirage, avec
      * la graine qui permet de rejouer ce tirage.
       01 GAGNANT-RECORD.
           05 GAG-SERIE           PIC 9(08).
           05 FILLER              PIC X(01).
           05 GAG-RANG            PIC 9(02).
           05 FILLER              PIC X(01).
           05 GAG-ENTRANT         PIC X(08).
           05 FILLER              PIC X(01).
           05 GAG-GRAINE          PIC 9(10).
