      * Copybook : suivi des heures d'activite partielle indemnisees
      * (demandes-ap.txt)
      * Un enregistrement par (EMP-ID, periode), tenu par le run de
      * paie (US-03) : heures indemnisees, salaire horaire de
      * reference retenu (EUR, plafonne), indemnite versee et
      * allocation attendue de l'Etat. Un run relance sur la periode
      * met a jour les montants sans toucher au statut.
      * APD-STATUT : CALCULEE   = indemnite versee par la paie
      *              DEMANDEE   = portee a la demande d'indemnisation
      *                           mensuelle (US-112)
      *              REMBOURSEE = allocation de la demande recue
       01 DEMANDE-AP-RECORD.
           05 APD-EMP-ID        PIC 9(5).
           05 APD-PERIODE       PIC 9(6).
           05 APD-AUTORISATION  PIC X(20).
           05 APD-HEURES        PIC 9(3)V9(2).
           05 APD-TAUX-HORAIRE  PIC 9(3)V9(2).
           05 APD-INDEMNITE     PIC 9(5)V9(2).
           05 APD-ALLOCATION    PIC 9(5)V9(2).
           05 APD-STATUT        PIC X(10).
