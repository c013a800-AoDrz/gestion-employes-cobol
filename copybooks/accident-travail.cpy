      * Copybook : registre des accidents du travail et de trajet
      * Un enregistrement par accident (US-106), numerote dans
      * l'ordre de saisie. La declaration a la CPAM est due dans les
      * 48 heures suivant le jour ou l'employeur en a eu connaissance
      * (ACC-DATE-CONNAISSANCE) : ACC-STATUT passe de A-DECLARER a
      * DECLARE a la production de la declaration, datee par
      * ACC-DATE-DECLARATION.
      * ACC-NATURE : TRAVAIL ou TRAJET (les accidents de trajet ne
      * comptent pas dans les taux de frequence et de gravite).
      * ACC-SITE : site de l'employe au jour de l'accident.
      * L'arret qui en resulte est rattache par sa cle dans
      * conges.dat (EMP-ID + ACC-CONGE-DEBUT, demi-journee a
      * espaces), ACC-JOURS-ARRET etant repris de l'arret a chaque
      * suivi pour suivre ses prolongations ; ACC-CONGE-DEBUT a
      * espaces tant qu'aucun arret n'est rattache.
       01 ACCIDENT-RECORD.
           05 ACC-NUMERO        PIC 9(6).
           05 ACC-EMP-ID        PIC 9(5).
           05 ACC-DATE          PIC 9(8).
           05 ACC-HEURE         PIC 9(4).
           05 ACC-DATE-CONNAISSANCE PIC 9(8).
           05 ACC-NATURE        PIC X(7).
           05 ACC-SITE          PIC X(10).
           05 ACC-LIEU          PIC X(40).
           05 ACC-CIRCONSTANCES PIC X(100).
           05 ACC-TEMOINS       PIC X(60).
           05 ACC-LESIONS       PIC X(40).
           05 ACC-ARRET         PIC X.
           05 ACC-STATUT        PIC X(10).
           05 ACC-DATE-DECLARATION PIC 9(8).
           05 ACC-CONGE-DEBUT   PIC X(10).
           05 ACC-JOURS-ARRET   PIC 9(3)V9.
