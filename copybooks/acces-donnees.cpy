      * Copybook : trace de consultation de donnees sensibles
      * Un enregistrement par affichage ou edition de donnees
      * personnelles sensibles d'un salarie (salaire, IBAN, NIR,
      * bulletin) dans journal-acces.txt, distinct de la piste des
      * modifications audit-log.txt. Zone d'appel du sous-programme
      * commun TRACER-ACCES : l'appelant renseigne le programme,
      * l'EMP-ID, la periode consultee (zero si sans objet), les
      * champs montres et le mode d'affichage (C = en clair,
      * M = masque) ; TRACER-ACCES complete l'utilisateur, la date et
      * l'heure. Exploite par le rapport mensuel des acces (US-119)
      * et l'export du droit d'acces (US-101).
       01 ACCES-DONNEES-RECORD.
           05 ACD-UTILISATEUR   PIC X(20).
           05 ACD-DATE          PIC 9(8).
           05 ACD-HEURE         PIC 9(6).
           05 ACD-PROGRAMME     PIC X(8).
           05 ACD-EMP-ID        PIC 9(5).
           05 ACD-PERIODE       PIC 9(6).
           05 ACD-CHAMPS        PIC X(40).
           05 ACD-AFFICHAGE     PIC X.
