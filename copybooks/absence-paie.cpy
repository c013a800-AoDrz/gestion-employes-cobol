      * Copybook : absence prise en compte par un bulletin de paie
      * absences-paie.txt est tenu par US-03 : une ligne par absence
      * approuvee retenue sur un bulletin (SansSolde, Maladie,
      * MATERNITE, PATERNITE), cle (EMP-ID, debut, demi-journee) de
      * conges.dat, avec la periode de l'absence (mois de son debut)
      * et la periode de paie qui l'a portee. Une absence approuvee
      * d'une periode passee qui n'y figure pas n'a pas ete vue par
      * la paie de son mois (saisie ou approbation apres le cutoff
      * du calendrier de paie) : le run suivant la regularise.
      * ABSP-MODE : MOIS (paie du mois de l'absence), REPORT
      * (regularisee sur une paie ulterieure), REPRISE (absence
      * anterieure a la creation du registre, reputee traitee).
       01 ABSP-RECORD.
           05 ABSP-EMP-ID        PIC 9(5).
           05 ABSP-DEBUT         PIC X(10).
           05 ABSP-DEMI-JOUR     PIC X(2).
           05 ABSP-TYPE          PIC X(10).
           05 ABSP-NB-JOURS      PIC 9(3)V9.
           05 ABSP-PERIODE-ABS   PIC 9(6).
           05 ABSP-PERIODE-PAIE  PIC 9(6).
           05 ABSP-MODE          PIC X(7).
