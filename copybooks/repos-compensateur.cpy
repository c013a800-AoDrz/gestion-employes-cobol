      * Copybook : compteur de contrepartie obligatoire en repos
      * (repos-compensateur.txt)
      * Un enregistrement par couple (EMP-ID, annee civile), regenere
      * par le controle de la duree du travail (US-57) a partir des
      * HEURES-SUP de heures-saisies.txt : cumul annuel des heures
      * supplementaires, contingent de la convention de l'employe,
      * heures effectuees au-dela et jours de repos acquis en
      * contrepartie (7 heures de repos par jour). Les jours sont
      * poses en conge de type REPOS-COMP par US-06, qui refuse une
      * demande au-dela des jours acquis non encore poses.
       01 REPOS-COMPENSATEUR-RECORD.
           05 REP-EMP-ID          PIC 9(5).
           05 REP-ANNEE           PIC 9(4).
           05 REP-HEURES-SUP      PIC 9(4)V9(2).
           05 REP-CONTINGENT      PIC 9(4).
           05 REP-HEURES-AU-DELA  PIC 9(4)V9(2).
           05 REP-JOURS-ACQUIS    PIC 9(3)V9(2).
