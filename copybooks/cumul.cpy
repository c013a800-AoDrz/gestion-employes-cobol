           05 CUMUL-COTIS      PIC 9(7)V9(2).
           05 CUMUL-IMPOT      PIC 9(7)V9(2).
           05 CUMUL-NET        PIC 9(7)V9(2).
      * Net imposable (assiette du prelevement a la source) et
      * montant net social cumules sur l'annee, repris tels quels
      * par l'attestation fiscale et la declaration au lieu d'etre
      * recalcules depuis brut et cotisations.
           05 CUMUL-NET-IMPOSABLE PIC 9(7)V9(2).
           05 CUMUL-NET-SOCIAL    PIC 9(7)V9(2).
      * Reduction generale des cotisations patronales : SMIC de
      * reference et reduction deja appliquee depuis janvier, base
      * de la regularisation progressive du coefficient annuel (la
      * reduction cumulee peut baisser quand le brut remonte).
           05 CUMUL-SMIC-REF      PIC 9(7)V9(2).
           05 CUMUL-REDUCTION-GEN PIC S9(7)V9(2) SIGN LEADING SEPARATE.
      * Remuneration des heures supplementaires exoneree d'impot
      * depuis janvier, comparee au plafond annuel d'exoneration.
           05 CUMUL-HS-EXONEREES  PIC 9(7)V9(2).
