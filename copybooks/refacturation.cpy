      * Copybook : registre des refacturations de personnel
      *            (refacturations.txt)
      * Un enregistrement par trimestre et couple (etablissement
      * emetteur, entite destinataire), ecrit par US-122 ; un
      * nouveau calcul du trimestre remplace ses enregistrements.
      * RFC-COUT est la quote-part du cout de paie (brut, charges
      * patronales et autres couts employeur de bulletins-data)
      * refacturee, RFC-MONTANT le montant hors taxes a facturer
      * apres marge. RFC-INTERNE = O quand l'entite destinataire
      * est un site de etablissements.txt (les deux cotes de
      * l'ecriture sont alors dans nos livres). L'export comptable
      * (US-25) en tire les ecritures intersocietes du dernier mois
      * du trimestre.
       01 REFACTURATION-RECORD.
           05 RFC-TRIMESTRE     PIC 9(5).
           05 RFC-EMETTEUR      PIC X(10).
           05 RFC-RECEPTEUR     PIC X(10).
           05 RFC-INTERNE       PIC X.
           05 RFC-COUT          PIC 9(9)V9(2).
           05 RFC-TAUX-MARGE    PIC 9(2)V9(2).
           05 RFC-MARGE         PIC 9(7)V9(2).
           05 RFC-MONTANT       PIC 9(9)V9(2).
           05 RFC-DATE-CALCUL   PIC 9(8).
