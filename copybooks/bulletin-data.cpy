      * BDATA-PATRONALES mais portee a part pour la rubrique dediee
      * de la declaration.
           05 BDATA-ATMP       PIC 9(5)V9(2).
      * Montant net social (brut diminue des cotisations salariales
      * obligatoires, hors elements exoneres) et net imposable (net
      * social majore de la CSG/CRDS non deductible, assiette du
      * prelevement a la source), calcules une fois par US-03.
           05 BDATA-NET-SOCIAL    PIC 9(7)V9(2).
           05 BDATA-NET-IMPOSABLE PIC 9(7)V9(2).
      * Reduction generale des cotisations patronales du mois,
      * deja deduite de BDATA-PATRONALES (negative quand la
      * regularisation annuelle reprend un trop-applique), et SMIC
      * de reference du mois qui a servi au coefficient.
           05 BDATA-SMIC-REF      PIC 9(7)V9(2).
           05 BDATA-REDUCTION-GEN PIC S9(5)V9(2) SIGN LEADING SEPARATE.
      * Heures supplementaires : reduction de cotisations salariales
      * deja deduite de BDATA-COTIS, et part de leur remuneration
      * exoneree d'impot (hors BDATA-NET-IMPOSABLE).
           05 BDATA-REDUC-SAL-HS  PIC 9(5)V9(2).
           05 BDATA-HS-EXONEREES  PIC 9(5)V9(2).
      * Detail du cout employeur repris par le bilan individuel
      * annuel (US-107) : part patronale mutuelle (comprise dans
      * BDATA-PATRONALES), part employeur des titres restaurant
      * (hors paie), interessement verse en net, treizieme mois et
      * jours CET monetises (compris dans BDATA-BRUT). Les
      * enregistrements anterieurs a ces zones les ont a blanc.
           05 BDATA-MUTUELLE-PAT  PIC 9(5)V9(2).
           05 BDATA-TITRES-PAT    PIC 9(5)V9(2).
           05 BDATA-INTERESSEMENT PIC 9(7)V9(2).
           05 BDATA-PRIME-13      PIC 9(7)V9(2).
           05 BDATA-CET-MONETISE  PIC 9(7)V9(2).
