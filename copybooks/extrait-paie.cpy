      * Copybook : extrait mensuel de paie commun aux rapports
      * Un enregistrement par (periode, employe), ecrit par US-102
      * apres le run de paie a partir des bulletins non annules
      * (bulletins-data.txt, ou l'historique pour une periode deja
      * archivee) et de la fiche employes.dat. Ce sont les chiffres
      * convenus des rapports (masse salariale, tranches,
      * departements, effectifs, egalite, budget, livre de paie,
      * bilan social) : ils lisent cet extrait au lieu de rouvrir
      * employes.dat et bulletins-data.txt et de refaire chacun
      * leurs propres agregats.
      * EXT-DEPARTEMENT est celui du bulletin (departement a la date
      * de la paie) ; site, categorie, civilite, dates et temps de
      * travail viennent de la fiche employe au moment de
      * l'extraction. EXT-NB-BULLETINS > 1 quand plusieurs bulletins
      * emis la meme periode ont ete cumules sur la ligne.
      * EXT-TRANCHE-AGE : MOINS30, 30-50, PLUS50 (age atteint dans
      * l'annee de la periode) ou NC sans date de naissance.
       01 EXTRAIT-RECORD.
           05 EXT-PERIODE       PIC 9(6).
           05 EXT-EMP-ID        PIC 9(5).
           05 EXT-RUN           PIC 9(6).
           05 EXT-NB-BULLETINS  PIC 9(2).
           05 EXT-NOM           PIC X(20).
           05 EXT-DEPARTEMENT   PIC X(15).
           05 EXT-SITE          PIC X(10).
           05 EXT-CATEGORIE     PIC X(10).
           05 EXT-CIVILITE      PIC X.
           05 EXT-TRANCHE-AGE   PIC X(7).
           05 EXT-ETP           PIC 9V9(2).
           05 EXT-DATE-EMBAUCHE PIC 9(8).
           05 EXT-DATE-SORTIE   PIC 9(8).
           05 EXT-BRUT          PIC 9(7)V9(2).
           05 EXT-COTIS         PIC 9(7)V9(2).
           05 EXT-IMPOT         PIC 9(7)V9(2).
           05 EXT-PATRONALES    PIC 9(7)V9(2).
           05 EXT-NET           PIC 9(7)V9(2).
           05 EXT-NET-A-PAYER   PIC 9(7)V9(2).
