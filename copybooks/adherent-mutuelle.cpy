      * Copybook : adherents mutuelle / prevoyance tels que declares
      * a l'assureur lors du dernier envoi (US-105)
      * Un enregistrement par (EMP-ID, contrat) deja transmis. Le
      * flux mensuel des mouvements compare mutuelles.txt et
      * employes.dat a cette image : adhesion absente de l'image,
      * radiation d'un ADHERENT qui n'est plus couvert, changement
      * d'option famille ; l'image est reecrite apres chaque envoi.
      * ADH-STATUT : ADHERENT ou RADIE (les radies restent pour
      * l'historique et la fin de portabilite). ADH-DATE-EFFET est la
      * date d'adhesion ou de radiation transmise, ADH-PERIODE-ENVOI
      * la periode (AAAAMM) du dernier envoi qui a touche la ligne.
       01 ADHERENT-RECORD.
           05 ADH-EMP-ID          PIC 9(5).
           05 ADH-CONTRAT         PIC X(10).
           05 ADH-OPTION-FAM      PIC X.
           05 ADH-PART-SAL        PIC 9(3)V9(2).
           05 ADH-PART-PAT        PIC 9(3)V9(2).
           05 ADH-STATUT          PIC X(8).
           05 ADH-DATE-EFFET      PIC 9(8).
           05 ADH-FIN-PORTABILITE PIC 9(8).
           05 ADH-PERIODE-ENVOI   PIC 9(6).
