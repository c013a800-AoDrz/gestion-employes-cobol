      * Copybook : suivi des demandes de conge en attente de decision
      * suivi-conges-attente.txt est reecrit chaque jour par US-108 :
      * une ligne par demande EN_ATTENTE de conges.dat, cle (EMP-ID,
      * debut, demi-journee), avec la date a laquelle la demande a
      * ete vue en attente pour la premiere fois (conges.dat ne
      * porte pas de date de saisie), le niveau d'escalade atteint
      * au-dessus de l'approbateur nominal et l'approbateur relance.
      * Une demande decidee par US-14 disparait du suivi.
       01 RELANCE-RECORD.
           05 RLC-EMP-ID         PIC 9(5).
           05 RLC-DEBUT          PIC X(10).
           05 RLC-DEMI-JOUR      PIC X(2).
           05 RLC-DATE-ATTENTE   PIC 9(8).
           05 RLC-NIVEAU         PIC 9(2).
           05 RLC-APPROBATEUR    PIC 9(5).
