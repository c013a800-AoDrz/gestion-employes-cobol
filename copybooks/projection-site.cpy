      * Copybook : projection mensuelle par etablissement
      * Ecrit par US-50 a chaque projection : un enregistrement par
      * EMP-SITE avec l'effectif projete et les montants mensuels
      * du scenario (brut, cotisations salariales, charges
      * patronales, impot, net verse). Les deltas d'effectif 'E',
      * exprimes par departement, n'y figurent pas. Lu par US-114
      * pour les periodes futures de la prevision de tresorerie.
       01 PROJECTION-SITE-RECORD.
           05 PJS-SITE          PIC X(10).
           05 PJS-NB            PIC 9(5).
           05 PJS-BRUT          PIC 9(9)V9(2).
           05 PJS-COTIS         PIC 9(9)V9(2).
           05 PJS-PATRONAL      PIC 9(9)V9(2).
           05 PJS-IMPOT         PIC 9(9)V9(2).
           05 PJS-NET           PIC 9(9)V9(2).
