      * Un enregistrement par (EMP-ID, debut d'arret maladie) ; le
      * montant attendu est l'estimation calculee par le run de paie,
      * le montant recu est complete au rapprochement du versement
      * CPAM (statut ATTENDU -> RECU). Un temps partiel
      * therapeutique (temps-therapeutique.cpy) est indemnise par
      * mois : une cle par mois paye, datee du premier jour de la
      * periode dans ce mois.
       01 IJSS-RECORD.
           05 IJSS-EMP-ID      PIC 9(5).
           05 IJSS-ARRET-DEBUT PIC X(10).
