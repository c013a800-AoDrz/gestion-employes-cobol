      * Copybook : convention de refacturation de personnel
      *            (conventions-refacturation.txt)
      * Un enregistrement par couple (etablissement emetteur,
      * entite destinataire) : raison sociale de l'entite, taux de
      * marge convenu applique au cout de personnel refacture et
      * fenetre de validite (fin a zero = en cours). L'entite
      * destinataire est un centre de l'axe ENTITE de
      * repartition-analytique.txt : un autre site de
      * etablissements.txt ou une societe du groupe. Utilise par la
      * refacturation trimestrielle (US-122).
       01 CONVENTION-REFACTURATION-RECORD.
           05 CVR-EMETTEUR      PIC X(10).
           05 CVR-RECEPTEUR     PIC X(10).
           05 CVR-RAISON-SOCIALE PIC X(30).
           05 CVR-TAUX-MARGE    PIC 9(2)V9(2).
           05 CVR-DATE-DEBUT    PIC 9(8).
           05 CVR-DATE-FIN      PIC 9(8).
