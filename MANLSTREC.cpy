      * MANLSTREC.cpy
      * Liste des manifestes de parution conserves, lue par le
      * controle d'integrite : un nom de fichier de manifeste par
      * ligne (MANIFEST est reecrit a chaque assemblage, les
      * manifestes des parutions precedentes sont gardes sous un
      * autre nom). Sans liste, seul MANIFEST est lu.
       01 MANLST-RECORD.
           05 MNL-NOM-MANIFESTE   PIC X(12).
