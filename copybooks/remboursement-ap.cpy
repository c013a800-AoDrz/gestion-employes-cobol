      * Copybook : versement d'allocation d'activite partielle recu
      * de l'Etat (remboursements-ap.txt)
      * Un enregistrement par virement releve : il rembourse la
      * demande d'indemnisation d'une autorisation pour une periode ;
      * plusieurs versements sur la meme demande se cumulent.
       01 REMBOURSEMENT-AP-RECORD.
           05 RAP-AUTORISATION  PIC X(20).
           05 RAP-PERIODE       PIC 9(6).
           05 RAP-DATE          PIC 9(8).
           05 RAP-MONTANT       PIC 9(7)V9(2).
