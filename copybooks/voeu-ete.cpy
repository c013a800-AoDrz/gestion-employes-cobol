      * Copybook : voeu de conge d'ete (campagne annuelle)
      * Un enregistrement par voeu classe d'un salarie pour la
      * campagne VOEU-ANNEE (periode principale du 1er mai au 31
      * octobre). VOEU-ENFANTS est la situation familiale declaree a
      * la saisie (enfants a charge) ; VOEU-SCORE la priorite posee
      * par l'arbitrage. VOEU-DECISION : SAISI, RETENU, REFUSE, puis
      * POSE quand le voeu retenu est devenu une demande EN_ATTENTE
      * dans conges.dat. Les campagnes passees restent dans le
      * fichier : ce qu'un salarie a obtenu l'an dernier pese sur sa
      * priorite de l'annee.
       01 VOEU-ETE-RECORD.
           05 VOEU-ANNEE        PIC 9(4).
           05 VOEU-EMP-ID       PIC 9(5).
           05 VOEU-RANG         PIC 9(1).
           05 VOEU-DEBUT        PIC X(10).
           05 VOEU-FIN          PIC X(10).
           05 VOEU-ENFANTS      PIC 9(2).
           05 VOEU-SCORE        PIC 9(3).
           05 VOEU-DECISION     PIC X(10).
