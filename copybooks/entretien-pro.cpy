      * Copybook : registre des entretiens professionnels
      * Un enregistrement par entretien tenu : type (PERIODIQUE tous
      * les deux ans, RETOUR apres une longue absence, BILAN6ANS
      * pour l'etat des lieux recapitulatif des six ans, qui vaut
      * aussi entretien periodique), date de tenue et prochaine
      * echeance (tenue + 24 mois). L'echeance courante d'un salarie
      * part de son dernier entretien, a defaut de
      * EMP-DATE-EMBAUCHE, avancee au retour d'une longue absence.
       01 ENTRETIEN-PRO-RECORD.
           05 ENT-EMP-ID        PIC 9(5).
           05 ENT-TYPE          PIC X(10).
           05 ENT-DATE-TENUE    PIC 9(8).
           05 ENT-PROCHAINE     PIC 9(8).
