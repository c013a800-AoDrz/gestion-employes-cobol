      * Copybook : registre des aides a l'embauche des apprentis
      * Un enregistrement par mois d'aide d'un contrat ALTERNANCE
      * (rang 1 a 12 a partir de EMP-DATE-EMBAUCHE, borne par
      * EMP-DATE-FIN-CONTRAT). Statut : DU (mois ouvert ou echu a
      * reclamer), RECLAME, RECU (credit rapproche sur le releve
      * de paie), ARRETE (contrat rompu avant le mois),
      * REMBOURSER (mois deja percu apres la rupture).
       01 AIDE-APPRENTI-RECORD.
           05 AIDE-EMP-ID       PIC 9(5).
           05 AIDE-RANG         PIC 9(2).
           05 AIDE-DEBUT        PIC 9(8).
           05 AIDE-MONTANT      PIC 9(5)V9(2).
           05 AIDE-STATUT       PIC X(10).
           05 AIDE-DATE-RECLAME PIC 9(8).
           05 AIDE-DATE-RECU    PIC 9(8).
           05 AIDE-MONTANT-RECU PIC 9(5)V9(2).
