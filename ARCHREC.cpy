      * AUDITREC archive, recopiee telle quelle par MatrixArc. Les
      * lecteurs (MatrixStat) la reversent dans AUDIT-RECORD pour
      * la depouiller avec le meme code que la piste vivante.
       01 ARCHIVE-AUDIT-RECORD     PIC X(399).
