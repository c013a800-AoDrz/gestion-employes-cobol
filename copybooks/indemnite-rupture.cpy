      * Copybook : bareme conventionnel de l'indemnite de rupture
      * Un enregistrement par convention collective, meme forme que
      * le minimum legal : anciennete minimale (en mois) ouvrant
      * droit, puis une fraction de salaire de reference par annee
      * d'anciennete jusqu'au seuil et une autre au-dela.
       01 ILC-RECORD.
           05 ILC-CONVENTION   PIC X(6).
           05 ILC-ANC-MIN-MOIS PIC 9(2).
           05 ILC-SEUIL-ANNEES PIC 9(2).
           05 ILC-TAUX-AVANT   PIC 9V9(4).
           05 ILC-TAUX-APRES   PIC 9V9(4).
