      * Copybook : zone d'appel du sous-programme commun SOLDE-PROJETE
      * Solde CP/RTT projete d'un employe a une date donnee : droits
      * acquis a ce jour (droits-conges.txt), acquisitions mensuelles
      * a venir d'ici la date (meme regle que le moteur d'acquisition
      * US-38), report N-1 perdu s'il expire avant la date, conges CP
      * et RTT approuves ou en attente de conges.dat commencant au
      * plus tard a la date.
      *
      * PRJ-CODE-RETOUR    : 00 = solde projete calcule
      *                      08 = employe inconnu
      *                      12 = employes.dat illisible
      * PRJ-ORIGINE-DROITS : 'F' = droits de droits-conges.txt
      *                      'D' = employe absent du fichier : droit
      *                            standard 25 CP / 10 RTT, sans
      *                            acquisition mensuelle projetee
       01 SOLDE-PROJETE-ZONE.
           05 PRJ-EMP-ID           PIC 9(5).
           05 PRJ-DATE-CIBLE       PIC 9(8).
           05 PRJ-CODE-RETOUR      PIC 9(2).
           05 PRJ-ORIGINE-DROITS   PIC X.
      * Nombre de mois d'acquisition projetes (mois echus avant le
      * mois de la date cible et pas encore servis au journal).
           05 PRJ-NB-MOIS          PIC 9(3).
           05 PRJ-CP-DROITS        PIC 9(3)V9(2).
           05 PRJ-CP-A-VENIR       PIC 9(3)V9(2).
           05 PRJ-CP-N1            PIC 9(3)V9(2).
           05 PRJ-CP-N1-EXPIRE     PIC 9(8).
           05 PRJ-CP-N1-PERDU      PIC 9(3)V9(2).
           05 PRJ-CP-PRIS          PIC 9(3)V9.
           05 PRJ-CP-ATTENTE       PIC 9(3)V9.
           05 PRJ-RTT-DROITS       PIC 9(3)V9(2).
           05 PRJ-RTT-A-VENIR      PIC 9(3)V9(2).
           05 PRJ-RTT-PRIS         PIC 9(3)V9.
           05 PRJ-RTT-ATTENTE      PIC 9(3)V9.
      * Soldes a la date cible (N-1 compris dans le solde CP).
           05 PRJ-SOLDE-CP         PIC S9(3)V9(2).
           05 PRJ-SOLDE-CP-N1      PIC S9(3)V9(2).
           05 PRJ-SOLDE-RTT        PIC S9(3)V9(2).
