      * Fichier de travail de l'archivage (AUDITLIVE) : la fenetre
      * vivante de la piste d'audit, recopiee pendant la coupe puis
      * reversee dans AUDITLOG une fois la coupe prouvee.
       01 VIVANT-RECORD            PIC X(399).
