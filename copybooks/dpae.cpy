      * Copybook : suivi des declarations prealables a l'embauche
      * Un enregistrement par EMP-ID : date d'embauche declaree, date
      * de generation de la DPAE et statut (ENVOYEE, DISPENSE pour
      * les stagiaires, REPRISE pour les salaries deja presents a la
      * mise en place du suivi). Un EMP-ID absent du suivi est une
      * embauche dont la DPAE reste a faire.
       01 DPAE-RECORD.
           05 DPAE-EMP-ID       PIC 9(5).
           05 DPAE-DATE-EMBAUCHE PIC 9(8).
           05 DPAE-DATE-ENVOI   PIC 9(8).
           05 DPAE-STATUT       PIC X(10).
