      * Une entree par alerte collectee depuis les differentes
      * sources (variance de net, echeances de contrats, rejets
      * IBAN, conges orphelins, expirations de CP, alternants sous
      * plancher, echeances de titres de sejour, virements retenus
      * apres changement d'IBAN, conges approuves annules ou
      * raccourcis, entretiens professionnels en retard,
      * reconnaissances de travailleur handicape a echeance, aides
      * a l'embauche des apprentis non reclamees ou non versees,
      * accidents du travail a declarer sous 48 heures, demandes
      * de conge sans decision a l'approche de leur debut, temps
      * partiels therapeutiques a echeance) ;
      * l'acquittement porte l'utilisateur (roles.txt / role.cpy)
      * et la date, les entrees NOUVELLE alimentent les
      * statistiques d'anciennete.
       01 ALERTE-RECORD.
           05 ALR-SOURCE        PIC X(12).
