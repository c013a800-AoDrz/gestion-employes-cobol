      * Copybook : parametres de la reduction generale des
      * cotisations patronales (un seul enregistrement)
      * RDG-TAUX-MAX : coefficient maximal T (taux des cotisations
      * patronales couvertes) ; RDG-SEUIL-SMIC : multiple du SMIC
      * au-dela duquel la reduction s'annule.
       01 RDG-RECORD.
           05 RDG-TAUX-MAX     PIC 9V9(4).
           05 RDG-SEUIL-SMIC   PIC 9V9(2).
