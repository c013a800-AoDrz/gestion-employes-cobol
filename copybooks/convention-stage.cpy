      * Copybook : convention de stage d'un stagiaire (categorie STAGE)
      * Un enregistrement par convention (ou avenant) : periode du
      * stage et duree hebdomadaire de presence prevue. Les heures
      * de la convention servent de base a la gratification minimale
      * legale et a la franchise de cotisations (US-03) ; un avenant
      * qui prolonge le stage est un nouvel enregistrement, le
      * dernier lu pour l'employe fait foi.
       01 CONVENTION-STAGE-RECORD.
           05 CST-EMP-ID         PIC 9(5).
           05 CST-DATE-DEBUT     PIC 9(8).
           05 CST-DATE-FIN       PIC 9(8).
           05 CST-HEURES-HEBDO   PIC 9(2)V9(2).
