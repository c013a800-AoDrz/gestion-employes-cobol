      * Copybook : resultat de vente d'un commercial
      * Un enregistrement par vente (EMP-ID, periode de vente,
      * reference). Une vente annulee garde sa periode d'origine,
      * passe au statut ANNULE et porte la periode d'annulation :
      * annulee dans son propre mois, elle n'entre jamais dans
      * l'assiette ; annulee plus tard, la commission deja versee
      * dessus est reprise sur la paie du mois d'annulation (US-110).
       01 VENTE-RECORD.
           05 VTE-EMP-ID         PIC 9(5).
           05 VTE-PERIODE        PIC 9(6).
           05 VTE-REFERENCE      PIC X(12).
           05 VTE-MONTANT        PIC 9(7)V9(2).
           05 VTE-STATUT         PIC X(10).
           05 VTE-PERIODE-ANNUL  PIC 9(6).
