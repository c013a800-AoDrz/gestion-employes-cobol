      * Copybook : adhesion au plan d'epargne entreprise (PEE)
      * Un enregistrement par salarie adherent : versement
      * volontaire mensuel retenu sur le net par la paie (US-03), de
      * la periode de debut a la periode de fin incluses (fin a zero
      * = jusqu'a nouvel ordre). Un montant a zero suspend les
      * versements sans rompre l'adhesion.
       01 ADHESION-PEE-RECORD.
           05 APEE-EMP-ID        PIC 9(5).
           05 APEE-MONTANT       PIC 9(5)V9(2).
           05 APEE-PERIODE-DEBUT PIC 9(6).
           05 APEE-PERIODE-FIN   PIC 9(6).
