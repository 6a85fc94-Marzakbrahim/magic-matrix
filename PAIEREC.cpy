      * PAIEREC.cpy
      * Interface de paiement vers la comptabilite, ecrite par le
      * releve mensuel MatrixPaie, en trois types d'enregistrement
      * reperes par leur premier caractere (comme l'extrait
      * MATEXTIN) :
      *   E = entete (date du passage, identifiant du releve, mois
      *       paye),
      *   D = un contributeur a payer : nombre de carres payes et
      *       montant du,
      *   F = fin (nombre de lignes D, total des montants).
      * Chaque passage ajoute son lot E ... F en fin de fichier ; un
      * lot sans enregistrement F est un passage interrompu, a ne
      * pas integrer. Un carre n'entre qu'une fois dans ce fichier :
      * il est marque paye au catalogue (CAT-MOIS-PAIEMENT) par le
      * passage qui le paie, une fois son lot ferme sans erreur.
       01 PAIEMENT-ENTETE.
           05 PAI-ENT-TYPE-ENR    PIC X(01).
           05 PAI-ENT-DATE        PIC 9(08).
           05 PAI-ENT-ID-RELEVE   PIC X(10).
           05 PAI-ENT-MOIS        PIC 9(06).
       01 PAIEMENT-DETAIL.
           05 PAI-TYPE-ENR        PIC X(01).
           05 PAI-CONTRIBUTEUR    PIC X(08).
           05 PAI-NOM             PIC X(30).
           05 PAI-NB-CARRES       PIC 9(05).
           05 PAI-MONTANT         PIC 9(07)V99.
       01 PAIEMENT-FIN.
           05 PAI-FIN-TYPE-ENR    PIC X(01).
           05 PAI-FIN-NB-LIGNES   PIC 9(08).
           05 PAI-FIN-TOTAL       PIC 9(09)V99.
