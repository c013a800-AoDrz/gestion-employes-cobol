      * Copybook : declaration annuelle de l'obligation d'emploi des
      * travailleurs handicapes (OETH)
      * Un enregistrement par annee d'assujettissement, recalcule
      * par US-99 : effectif moyen annuel (rapport US-45),
      * obligation (6% de l'effectif, arrondi a l'entier inferieur),
      * beneficiaires en unites proratisees au temps de travail et
      * a la duree de presence, deficit, coefficient applique (x SMIC
      * horaire) et contribution due. Repris par la DSN (US-26) ; les
      * annees passees restent dans le fichier pour reperer les
      * entreprises sans aucun beneficiaire depuis plus de trois ans.
       01 OETH-RECORD.
           05 OETH-ANNEE          PIC 9(4).
           05 OETH-EFFECTIF       PIC 9(5)V9(2).
           05 OETH-OBLIGATION     PIC 9(5).
           05 OETH-BENEFICIAIRES  PIC 9(5)V9(2).
           05 OETH-DEFICIT        PIC 9(5)V9(2).
           05 OETH-COEFFICIENT    PIC 9(4).
           05 OETH-SMIC-HORAIRE   PIC 9(3)V9(2).
           05 OETH-CONTRIBUTION   PIC 9(9)V9(2).
           05 OETH-DATE-CALCUL    PIC 9(8).
