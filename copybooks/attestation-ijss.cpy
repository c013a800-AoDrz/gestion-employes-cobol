      * Copybook : attestation de salaire pour les IJSS (CPAM)
      * Un enregistrement par arret maladie ou maternite atteste,
      * cle (EMP-ID, debut d'arret) comme le suivi ijss.cpy : le
      * registre sert aussi a ne jamais emettre deux attestations
      * pour le meme arret (ni pour ses prolongations). Les salaires
      * de reference sont les bruts des 3 mois civils precedant
      * l'arret (12 pour les travailleurs saisonniers ou a activite
      * irreguliere) ; un mois sans paie reste a zero et l'attestation
      * part au statut INCOMPLET pour verification avant envoi.
       01 ATTEST-IJSS-RECORD.
           05 ATT-EMP-ID        PIC 9(5).
           05 ATT-ARRET-DEBUT   PIC X(10).
           05 ATT-ARRET-FIN     PIC X(10).
           05 ATT-NATURE        PIC X(10).
           05 ATT-NB-MOIS       PIC 9(2).
           05 ATT-MOIS OCCURS 12 TIMES.
               10 ATT-PERIODE   PIC 9(6).
               10 ATT-BRUT      PIC 9(7)V9(2).
           05 ATT-TOTAL-BRUT    PIC 9(8)V9(2).
           05 ATT-DATE-EMISSION PIC 9(8).
           05 ATT-STATUT        PIC X(10).
