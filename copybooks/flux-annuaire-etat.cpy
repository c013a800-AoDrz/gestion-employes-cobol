      * Copybook : etat du flux quotidien vers l'annuaire
      * Un seul enregistrement : numero de sequence du dernier
      * fichier emis par US-103 et horodatage (date, heure HHMMSS)
      * de son extraction, borne basse de l'extraction suivante.
       01 FLUX-ETAT-RECORD.
           05 FETAT-SEQUENCE    PIC 9(6).
           05 FETAT-DATE        PIC 9(8).
           05 FETAT-HEURE       PIC 9(6).
