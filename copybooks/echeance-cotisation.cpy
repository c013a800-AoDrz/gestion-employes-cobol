      * Copybook : echeancier des cotisations d'une periode
      * Ecrit par US-63 avec les bordereaux : un enregistrement par
      * (periode, organisme, etablissement) avec le montant a payer
      * (parts salariale et patronale, moins les reductions) et sa
      * date d'exigibilite. Les lignes d'une periode sont remplacees
      * a chaque emission des bordereaux de cette periode. Lu par
      * US-114 pour la prevision de tresorerie.
       01 ECHEANCE-COTISATION-RECORD.
           05 ECO-PERIODE       PIC 9(6).
           05 ECO-ORGANISME     PIC X(10).
           05 ECO-SITE          PIC X(10).
           05 ECO-ECHEANCE      PIC 9(8).
           05 ECO-MONTANT       PIC S9(9)V9(2) SIGN LEADING SEPARATE.
