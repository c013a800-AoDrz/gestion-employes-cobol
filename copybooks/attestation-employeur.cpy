      * Copybook : registre des attestations employeur
      * Un enregistrement par attestation de travail (T) ou de
      * salaire (S) delivree (US-116), sous un numero unique croissant
      * imprime sur l'attestation. Le registre garde les mentions
      * certifiees (contrat, emploi, dates, moyennes de salaire) telles
      * qu'elles ont ete imprimees : une copie presentee plus tard par
      * un bailleur, une banque ou un consulat se verifie sur son
      * numero, meme si la fiche employe a change depuis.
      * AEM-DATE-FIN : sortie du salarie, ou fin de contrat a duree
      * limitee, zero sinon. Periodes et moyennes a zero pour une
      * attestation de travail.
       01 ATTEST-EMPLOYEUR-RECORD.
           05 AEM-NUMERO        PIC 9(6).
           05 AEM-TYPE          PIC X.
           05 AEM-EMP-ID        PIC 9(5).
           05 AEM-DATE          PIC 9(8).
           05 AEM-HEURE         PIC 9(6).
           05 AEM-UTILISATEUR   PIC X(20).
           05 AEM-DEMANDEUR     PIC X(30).
           05 AEM-MOTIF         PIC X(40).
           05 AEM-SITE          PIC X(10).
           05 AEM-CONTRAT       PIC X(10).
           05 AEM-EMPLOI        PIC X(30).
           05 AEM-DATE-EMBAUCHE PIC 9(8).
           05 AEM-DATE-FIN      PIC 9(8).
           05 AEM-NB-MOIS       PIC 9(2).
           05 AEM-PERIODE-DEBUT PIC 9(6).
           05 AEM-PERIODE-FIN   PIC 9(6).
           05 AEM-BRUT-MOYEN    PIC 9(7)V9(2).
           05 AEM-NET-MOYEN     PIC 9(7)V9(2).
