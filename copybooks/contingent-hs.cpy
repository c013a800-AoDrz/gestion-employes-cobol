      * Copybook : contingent annuel d'heures supplementaires par
      * convention collective (contingents-hs.txt)
      * Un enregistrement par convention : volume d'heures
      * supplementaires autorisees par annee civile, et pourcentage
      * des heures effectuees au-dela qui est rendu en contrepartie
      * obligatoire en repos (50 jusqu'a 20 salaries, 100 au-dela).
      * Une convention absente du fichier retombe sur le contingent
      * legal de 220 heures avec contrepartie a 100 %.
       01 CONTINGENT-HS-RECORD.
           05 CTG-CONVENTION    PIC X(6).
           05 CTG-HEURES        PIC 9(4).
           05 CTG-TAUX-REPOS    PIC 9(3).
