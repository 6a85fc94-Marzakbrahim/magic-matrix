      * INTGWREC.cpy
      * Fichier de travail indexe du controle d'integrite, recree a
      * chaque passage : un enregistrement par numero de serie
      * releve dans la piste d'audit ou ses archives (type A) et
      * dans les manifestes de parution (type M), pour confronter
      * le catalogue a ses traces par lecture directe.
       01 INTEGWRK-RECORD.
           05 IW-CLE.
              10 IW-TYPE          PIC X(01).
              10 IW-SERIE         PIC 9(08).
