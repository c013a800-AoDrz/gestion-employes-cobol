      * Copybook : parametres legaux de l'activite partielle
      * (taux-activite-partielle.txt, un seul enregistrement)
      * TAP-TAUX-INDEMNITE  : % du salaire horaire brut de reference
      *                       verse au salarie par heure chomee
      * TAP-TAUX-ALLOCATION : % rembourse par l'Etat a l'employeur
      * TAP-PLAFOND-SMIC    : salaire horaire de reference plafonne a
      *                       ce multiple du SMIC horaire
      * TAP-PLANCHER-INDEMNITE / TAP-PLANCHER-ALLOCATION : minima
      *                       horaires de l'indemnite et de
      *                       l'allocation
      * TAP-TAUX-NET-SMIC   : rapport net / brut du SMIC, pour la
      *                       remuneration mensuelle minimale
       01 TAUX-ACTIVITE-PARTIELLE-RECORD.
           05 TAP-TAUX-INDEMNITE      PIC 9(3)V9(2).
           05 TAP-TAUX-ALLOCATION     PIC 9(3)V9(2).
           05 TAP-PLAFOND-SMIC        PIC 9V9(2).
           05 TAP-PLANCHER-INDEMNITE  PIC 9(2)V9(2).
           05 TAP-PLANCHER-ALLOCATION PIC 9(2)V9(2).
           05 TAP-TAUX-NET-SMIC       PIC 9V9(4).
