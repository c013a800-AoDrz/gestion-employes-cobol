               ASSIGN TO WS-CHEMIN-PLAFOND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PLAFOND.
           SELECT FICHIER-RDG
               ASSIGN TO WS-CHEMIN-RDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RDG.
           SELECT FICHIER-RUBRIQUES
               ASSIGN TO WS-CHEMIN-RUBRIQUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUBRIQUES.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-CHEMIN-IJSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-IJSS.
           SELECT FICHIER-ABS-PAIE
               ASSIGN TO WS-CHEMIN-ABS-PAIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ABS-PAIE.
           SELECT FICHIER-REPORTS
               ASSIGN TO WS-CHEMIN-REPORTS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-CHEMIN-RETENUES-REC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETENUES-REC.
           SELECT FICHIER-REGLE-PEE
               ASSIGN TO WS-CHEMIN-REGLE-PEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLE-PEE.
           SELECT FICHIER-ADHESIONS-PEE
               ASSIGN TO WS-CHEMIN-ADHESIONS-PEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ADHESIONS-PEE.
           SELECT FICHIER-MOUVEMENTS-PEE
               ASSIGN TO WS-CHEMIN-MOUVEMENTS-PEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS-PEE.
           SELECT FICHIER-TRANSPORT
               ASSIGN TO WS-CHEMIN-TRANSPORT
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-CHEMIN-ANNUALISES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANNUALISES.
           SELECT FICHIER-CONVENTIONS-STAGE
               ASSIGN TO WS-CHEMIN-CONVENTIONS-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONVENTIONS-STAGE.
           SELECT FICHIER-GRATIFICATION
               ASSIGN TO WS-CHEMIN-GRATIFICATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-GRATIFICATION.
           SELECT FICHIER-ACTIVITE-PARTIELLE
               ASSIGN TO WS-CHEMIN-AP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AP.
           SELECT FICHIER-TAUX-AP
               ASSIGN TO WS-CHEMIN-TAUX-AP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX-AP.
           SELECT FICHIER-DEMANDES-AP
               ASSIGN TO WS-CHEMIN-DEMANDES-AP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEMANDES-AP.
           SELECT FICHIER-TEMPS-THERAP
               ASSIGN TO WS-CHEMIN-TPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TPT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-PLAFOND.
           COPY '../../../copybooks/plafond.cpy'.

        FD FICHIER-RDG.
           COPY '../../../copybooks/reduction-generale.cpy'.

        FD FICHIER-RUBRIQUES.
           COPY '../../../copybooks/rubrique.cpy'.

        FD FICHIER-DEVISES.
           COPY '../../../copybooks/devise.cpy'.

        01 LIGNE-VIREMENT     PIC X(80).

        FD FICHIER-JOURNAL.
        01 LIGNE-JOURNAL      PIC X(100).

        FD FICHIER-CHECKPOINT.
        01 LIGNE-CHECKPOINT   PIC X(5).
        FD FICHIER-IJSS.
           COPY '../../../copybooks/ijss.cpy'.

        FD FICHIER-ABS-PAIE.
           COPY '../../../copybooks/absence-paie.cpy'.

        FD FICHIER-REPORTS.
           COPY '../../../copybooks/report-retenue.cpy'.

        FD FICHIER-RETENUES-REC.
           COPY '../../../copybooks/retenue-rec.cpy'.

        FD FICHIER-REGLE-PEE.
           COPY '../../../copybooks/pee-regle.cpy'.

        FD FICHIER-ADHESIONS-PEE.
           COPY '../../../copybooks/pee-adhesion.cpy'.

        FD FICHIER-MOUVEMENTS-PEE.
           COPY '../../../copybooks/pee-mouvement.cpy'.

        FD FICHIER-TRANSPORT.
           COPY '../../../copybooks/transport.cpy'.

        FD FICHIER-ANNUALISES.
           COPY '../../../copybooks/annualise.cpy'.

        FD FICHIER-CONVENTIONS-STAGE.
           COPY '../../../copybooks/convention-stage.cpy'.

        FD FICHIER-GRATIFICATION.
           COPY '../../../copybooks/gratification-stage.cpy'.

        FD FICHIER-ACTIVITE-PARTIELLE.
           COPY '../../../copybooks/activite-partielle.cpy'.

        FD FICHIER-TAUX-AP.
           COPY '../../../copybooks/taux-activite-partielle.cpy'.

        FD FICHIER-DEMANDES-AP.
           COPY '../../../copybooks/demande-ap.cpy'.

        FD FICHIER-TEMPS-THERAP.
           COPY '../../../copybooks/temps-therapeutique.cpy'.

        FD FICHIER-BAREME-SAISIE.
           COPY '../../../copybooks/bareme.cpy'
               REPLACING ==BAREME-RECORD== BY ==BAREME-SAISIE-RECORD==
                10 WS-CUMUL-T-COTIS PIC 9(7)V9(2).
                10 WS-CUMUL-T-IMPOT PIC 9(7)V9(2).
                10 WS-CUMUL-T-NET   PIC 9(7)V9(2).
                10 WS-CUMUL-T-NET-IMPOS  PIC 9(7)V9(2).
                10 WS-CUMUL-T-NET-SOCIAL PIC 9(7)V9(2).
                10 WS-CUMUL-T-SMIC-REF   PIC 9(7)V9(2).
                10 WS-CUMUL-T-REDUC-GEN  PIC S9(7)V9(2).
                10 WS-CUMUL-T-HS-EXO     PIC 9(7)V9(2).
        01 WS-NB-CUMULS       PIC 9(5) VALUE 0.
        01 WS-IDX-CUMUL       PIC 9(5) VALUE 0.
        01 WS-CUMUL-TROUVE    PIC X    VALUE 'N'.
               INDEXED BY WS-H-IDX.
                10 WS-H-EMP-ID   PIC 9(5).
                10 WS-H-SUP      PIC 9(3)V9(2).
                10 WS-H-NORMALES PIC 9(3)V9(2).
        01 WS-HEURES-SUP       PIC 9(3)V9(2) VALUE 0.

      * Employes payes a l'heure (EMP-BASE-PAIE = 'H') : brut de base
      * = taux horaire x heures normales saisies pour la periode ; le
      * SMIC de comparaison est alors le SMIC horaire.
        01 WS-HEURES-NORMALES  PIC 9(3)V9(2) VALUE 0.
        01 WS-HEURES-TROUVEES  PIC X     VALUE 'N'.
        01 WS-EST-HORAIRE      PIC X     VALUE 'N'.
        01 WS-TAUX-HORAIRE-EMP PIC 9(3)V9(2) VALUE 0.
        01 WS-SMIC-HORAIRE     PIC 9(3)V9(2) VALUE 0.
        01 WS-AFF-HEURES-NORM  PIC ZZ9.99.
        01 WS-AFF-TAUX-H       PIC ZZ9.99.

        01 WS-DATE-EMBAUCHE     PIC 9(8).
        01 WS-EMB-DATE-R REDEFINES WS-DATE-EMBAUCHE.
            05 WS-EMB-AAAA       PIC 9(4).
        01 WS-JOURS-MENSUELS    PIC 9(2)      VALUE 30.
        01 WS-TAUX-JOURNALIER   PIC 9(5)V9(2) VALUE 0.
        01 WS-RETENUE-SS        PIC 9(5)V9(2) VALUE 0.

        01 WS-NB-CONGES-SS      PIC 9(5)  VALUE 0.
        01 WS-TAB-CONGES-SS.
               INDEXED BY WS-CSS-IDX.
                10 WS-CSS-EMP-ID  PIC 9(5).
                10 WS-CSS-JOURS   PIC 9(3)V9.
                10 WS-CSS-HEURES  PIC 9(4)V9(2).
        01 WS-IDX-CONGES-SS     PIC 9(5)  VALUE 0.
        01 WS-JOURS-SANS-SOLDE  PIC 9(3)V9  VALUE 0.
        01 WS-CSS-TROUVE        PIC X     VALUE 'N'.
        01 WS-AFF-JOURS-SS      PIC ZZ9.9.

      * Horaire individuel (sous-programme HORAIRE-JOUR) : heures
      * prevues du jour, zero = repos, origine 'D' = semaine
      * standard faute d'horaire. Sous horaire individuel, les
      * absences sont retenues au prorata de leurs heures prevues
      * sur celles du mois plutot qu'au trentieme par jour.
        01 WS-HEURES-PREVUES    PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE   PIC X     VALUE SPACE.
        01 WS-DATE-HORAIRE      PIC 9(8)  VALUE 0.
        01 WS-INT-HORAIRE       PIC 9(8)  VALUE 0.
        01 WS-INT-HOR-DEBUT     PIC 9(8)  VALUE 0.
        01 WS-INT-HOR-FIN       PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE-HOR     PIC X     VALUE 'N'.
        01 WS-HEURES-ABSENCE    PIC 9(4)V9(2) VALUE 0.
        01 WS-HEURES-MOIS       PIC 9(4)V9(2) VALUE 0.
        01 WS-HORAIRE-INDIV     PIC X     VALUE 'N'.
        01 WS-HEURES-SANS-SOLDE PIC 9(4)V9(2) VALUE 0.
        01 WS-HEURES-MALADIE    PIC 9(4)V9(2) VALUE 0.

        01 WS-CHEMIN-HEURES     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SMIC       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES     PIC X(100) VALUE SPACES.
        01 WS-RAPPEL-MOIS       PIC 9(3)  VALUE 0.
        01 WS-MOIS-COURANT-ABS  PIC 9(6)  VALUE 0.
        01 WS-MOIS-EFFET-ABS    PIC 9(6)  VALUE 0.
        01 WS-AFF-RAPPEL-MOIS   PIC ZZ9.
        01 WS-CHEMIN-RAPPELS    PIC X(100) VALUE SPACES.

        01 WS-IDX-PRIME         PIC 9(5)  VALUE 0.
        01 WS-PRIME-SOUMISE     PIC 9(5)V9(2) VALUE 0.
        01 WS-PRIME-NON-SOUMISE PIC 9(5)V9(2) VALUE 0.
      * Primes reperees par leur libelle pour le bilan individuel :
      * interessement (US-55, en net) et jours CET monetises (US-74,
      * soumis), deja compris dans les deux totaux ci-dessus.
        01 WS-PRIME-INTERESSEMENT PIC 9(5)V9(2) VALUE 0.
        01 WS-PRIME-CET         PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-PRIME         PIC ZZZ99.99.
        01 WS-CHEMIN-PRIMES     PIC X(100) VALUE SPACES.

        01 WS-IDX-ACPT          PIC 9(5)  VALUE 0.
        01 WS-ACOMPTE-MONTANT   PIC 9(5)V9(2) VALUE 0.
        01 WS-NET-A-PAYER       PIC 9(5)V9(2) VALUE 0.
        01 WS-CHEMIN-ACOMPTES   PIC X(100) VALUE SPACES.

        01 WS-STATUT-SAISIES    PIC XX.
        01 WS-TRANCHE-SAISIE    PIC 9(7)V9(2) VALUE 0.
        01 WS-SAISIE-MONTANT    PIC 9(7)V9(2) VALUE 0.
        01 WS-SAISIE-REF-COUR   PIC X(15) VALUE SPACES.
        01 WS-CHEMIN-SAISIES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BAREME-SAISIE PIC X(100) VALUE SPACES.

        01 WS-MUT-SAL-COUR      PIC 9(3)V9(2) VALUE 0.
        01 WS-MUT-PAT-COUR      PIC 9(3)V9(2) VALUE 0.
        01 WS-MUT-CONTRAT-COUR  PIC X(10) VALUE SPACES.

        01 WS-TAB-RECAP-MUT.
            05 WS-RMUT OCCURS 20 TIMES.
        01 WS-JOUR-BOUCLE       PIC 9(2)  VALUE 0.
        01 WS-DATE-BOUCLE       PIC 9(8)  VALUE 0.
        01 WS-INT-BOUCLE        PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE-TITRE   PIC X     VALUE 'N'.
        01 WS-EST-ABSENT        PIC X     VALUE 'N'.
        01 WS-NB-TITRES         PIC 9(2)  VALUE 0.
        01 WS-RETENUE-TITRES    PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-NB-TITRES     PIC ZZ9.

        01 WS-TAB-CMD-TITRES.
            05 WS-CMDT OCCURS 20 TIMES.
                10 WS-MAL-EMP-ID    PIC 9(5).
                10 WS-MAL-DEBUT     PIC X(10).
                10 WS-MAL-JOURS     PIC 9(3)V9.
                10 WS-MAL-HEURES    PIC 9(4)V9(2).
                10 WS-MAL-JOURS-IJSS PIC 9(3)V9.
                10 WS-MAL-MONTANT-IJSS PIC 9(5)V9(2).
                10 WS-MAL-REPORT    PIC X.
        01 WS-NB-MALADIE        PIC 9(5)  VALUE 0.
        01 WS-IDX-MAL           PIC 9(5)  VALUE 0.
        01 WS-JOURS-MALADIE     PIC 9(3)V9 VALUE 0.
        01 WS-TAUX-IJSS         PIC 9V9(2) VALUE 0.50.
        01 WS-CARENCE-JOURS     PIC 9     VALUE 3.
        01 WS-AFF-JOURS-MAL     PIC ZZ9.9.

        01 WS-TAB-IJSS-CONNUS.
            05 WS-IJC OCCURS 2000 TIMES.
        01 WS-IJC-DEJA          PIC X     VALUE 'N'.
        01 WS-CHEMIN-IJSS       PIC X(100) VALUE SPACES.

      * Absences deja portees par un bulletin (absences-paie.txt) et
      * absences du run : celles du mois (MOIS) et celles de periodes
      * passees que leur paie n'a pas vues (REPORT), regularisees sur
      * le bulletin du run avec leur periode d'origine.
        01 WS-STATUT-ABS-PAIE   PIC XX.
        01 WS-TAB-ABS-PAIE.
            05 WS-ABP OCCURS 10000 TIMES.
                10 WS-ABP-EMP-ID    PIC 9(5).
                10 WS-ABP-DEBUT     PIC X(10).
                10 WS-ABP-DEMI-JOUR PIC X(2).
                10 WS-ABP-TYPE      PIC X(10).
                10 WS-ABP-JOURS     PIC 9(3)V9.
                10 WS-ABP-PER-ABS   PIC 9(6).
                10 WS-ABP-PER-PAIE  PIC 9(6).
                10 WS-ABP-MODE      PIC X(7).
        01 WS-NB-ABS-PAIE       PIC 9(5)  VALUE 0.
        01 WS-IDX-ABP           PIC 9(5)  VALUE 0.
        01 WS-ABP-REPRISE       PIC X     VALUE 'N'.
        01 WS-ABP-DEJA          PIC X     VALUE 'N'.
        01 WS-ABP-TRONQUE       PIC X     VALUE 'N'.
        01 WS-TAB-ABS-RUN.
            05 WS-ABR OCCURS 2000 TIMES.
                10 WS-ABR-EMP-ID    PIC 9(5).
                10 WS-ABR-DEBUT     PIC X(10).
                10 WS-ABR-DEMI-JOUR PIC X(2).
                10 WS-ABR-TYPE      PIC X(10).
                10 WS-ABR-JOURS     PIC 9(3)V9.
                10 WS-ABR-HEURES    PIC 9(4)V9(2).
                10 WS-ABR-PERIODE   PIC 9(6).
                10 WS-ABR-MODE      PIC X(7).
                10 WS-ABR-IDX-MAL   PIC 9(5).
                10 WS-ABR-MOTIF     PIC X(15).
                10 WS-ABR-RETENUE   PIC 9(5)V9(2).
                10 WS-ABR-IJSS      PIC 9(5)V9(2).
                10 WS-ABR-APPLIQUE  PIC X.
        01 WS-NB-ABS-RUN        PIC 9(5)  VALUE 0.
        01 WS-IDX-ABR           PIC 9(5)  VALUE 0.
        01 WS-NB-REGUL-ABS      PIC 9(5)  VALUE 0.
        01 WS-IDX-ABP-TROUVE    PIC 9(5)  VALUE 0.
        01 WS-ABR-MODE-COUR     PIC X(7)  VALUE SPACES.
        01 WS-PERIODE-MIN-REGUL PIC 9(6)  VALUE 0.
        01 WS-REGABS-DETAIL     PIC X     VALUE SPACE.
        01 WS-PERIODE-CONGE     PIC 9(6)  VALUE 0.
        01 WS-JOURS-REGABS      PIC 9(3)V9 VALUE 0.
        01 WS-RETENUE-REGABS    PIC 9(5)V9(2) VALUE 0.
        01 WS-REGABS-PER-MIN    PIC 9(6)  VALUE 0.
        01 WS-REGABS-PER-MAX    PIC 9(6)  VALUE 0.
        01 WS-AFF-JOURS-REGABS  PIC ZZ9.9.
        01 WS-AFF-REGABS        PIC ZZZZ9.99.
        01 WS-AFF-REGABS-IJSS   PIC ZZZZ9.99.
        01 WS-AFF-ABR-ID        PIC 9(5).
        01 WS-CHEMIN-ABS-PAIE   PIC X(100) VALUE SPACES.

        01 WS-PREMIER-JOUR-MOIS PIC 9(8)  VALUE 0.
        01 WS-INT-PREMIER-MOIS  PIC 9(8)  VALUE 0.
        01 WS-INT-DERNIER-MOIS  PIC 9(8)  VALUE 0.
        01 WS-IDX-P13           PIC 9(5) VALUE 0.
        01 WS-P13-MONTANT       PIC 9(7)V9(2) VALUE 0.
        01 WS-MOIS-13E          PIC X    VALUE 'N'.
        01 WS-CHEMIN-PROVISION-13E PIC X(100) VALUE SPACES.

      * Retenues recurrentes parametrables (syndicat, cantine,
        01 WS-AFF-RET           PIC ZZZ99.99.
        01 WS-CHEMIN-RETENUES-REC PIC X(100) VALUE SPACES.

      * Plan d'epargne entreprise : versements volontaires mensuels
      * des adherents retenus sur le net, abondement employeur au
      * taux du reglement dans la limite du plafond annuel. Les
      * mouvements des periodes deja payees de l'annee donnent
      * l'abondement deja consomme ; ceux de la periode du run sont
      * remplaces par le recalcul.
        01 WS-STATUT-REGLE-PEE  PIC XX.
        01 WS-STATUT-ADHESIONS-PEE PIC XX.
        01 WS-STATUT-MOUVEMENTS-PEE PIC XX.
        01 WS-PEE-TAUX-ABOND    PIC 9(3)V9(2) VALUE 0.
        01 WS-PEE-PLAFOND-PLAN  PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-TAUX-CSG      PIC 9(2)V9(2) VALUE 0.
        01 WS-PEE-TAUX-FORFAIT  PIC 9(2)V9(2) VALUE 0.
        01 WS-PEE-PLAFOND-LEGAL PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-PLAFOND       PIC 9(5)V9(2) VALUE 0.
        01 WS-TAB-ADH-PEE.
            05 WS-APE OCCURS 2000 TIMES.
                10 WS-APE-EMP-ID    PIC 9(5).
                10 WS-APE-MONTANT   PIC 9(5)V9(2).
                10 WS-APE-DEBUT     PIC 9(6).
                10 WS-APE-FIN       PIC 9(6).
        01 WS-NB-ADH-PEE        PIC 9(5) VALUE 0.
        01 WS-IDX-APE           PIC 9(5) VALUE 0.
        01 WS-TAB-MVT-PEE.
            05 WS-MPE OCCURS 20000 TIMES.
                10 WS-MPE-EMP-ID    PIC 9(5).
                10 WS-MPE-PERIODE   PIC 9(6).
                10 WS-MPE-RUN       PIC 9(6).
                10 WS-MPE-VERSEMENT PIC 9(5)V9(2).
                10 WS-MPE-ABONDEMENT PIC 9(5)V9(2).
                10 WS-MPE-CSG       PIC 9(5)V9(2).
                10 WS-MPE-FORFAIT   PIC 9(5)V9(2).
        01 WS-NB-MVT-PEE        PIC 9(5) VALUE 0.
        01 WS-IDX-MPE           PIC 9(5) VALUE 0.
        01 WS-MPE-COUR          PIC 9(5) VALUE 0.
        01 WS-ANNEE-PURGE-PEE   PIC 9(4) VALUE 0.
        01 WS-PEE-VERSEMENT     PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-ABONDEMENT    PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-CSG           PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-FORFAIT       PIC 9(5)V9(2) VALUE 0.
        01 WS-PEE-ABONDE-AN     PIC 9(7)V9(2) VALUE 0.
        01 WS-PEE-RELIQUAT      PIC 9(7)V9(2) VALUE 0.
        01 WS-AFF-PEE           PIC ZZZ99.99.
        01 WS-AFF-PEE2          PIC ZZZ99.99.
        01 WS-CHEMIN-REGLE-PEE  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ADHESIONS-PEE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MOUVEMENTS-PEE PIC X(100) VALUE SPACES.

      * Prise en charge 50% des abonnements de transport : rubrique
      * mensuelle non imposable sur le net a payer, suspendue pour
      * un mois entierement couvert par une absence approuvee.
        01 WS-TRN-RESEAU-COUR   PIC X(10) VALUE SPACES.
        01 WS-MOIS-ABSENT       PIC X    VALUE 'N'.
        01 WS-TAUX-TRANSPORT    PIC 9(2) VALUE 50.
        01 WS-CHEMIN-TRANSPORT  PIC X(100) VALUE SPACES.

      * Teletravail : jours declares de la periode, indemnises au
        01 WS-TT-MONTANT        PIC 9(5)V9(2) VALUE 0.
        01 WS-TT-TITRES-RETIRES PIC 9(2) VALUE 0.
        01 WS-AFF-TT-JOURS      PIC Z9.9.
        01 WS-CHEMIN-TELETRAVAIL PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-INDEMNITE-TT PIC X(100) VALUE SPACES.

        01 WS-MAJ-MT-DIMANCHE   PIC 9(5)V9(2) VALUE 0.
        01 WS-MAJ-MT-FERIE      PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-MAJ-H         PIC ZZ9.99.
        01 WS-CHEMIN-MAJOREES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TAUX-MAJ   PIC X(100) VALUE SPACES.

        01 WS-INDEMNITE-CP      PIC 9(5)V9(2) VALUE 0.
        01 WS-JOURS-CP-ANNUELS  PIC 9(2)   VALUE 25.
        01 WS-AFF-CP-JOURS      PIC ZZ9.9.

      * Changements de salaire a date d'effet tombant dans le mois
      * du run (historique-salaires.txt, US-19/US-36) : le brut du
        01 WS-CIBLE-TROUVEE     PIC X    VALUE 'N'.
        01 WS-EMP-CTRL-COMP     PIC 9(5) VALUE 0.
        01 WS-TAB-BD-GARDES.
            05 WS-BDG-LIGNE OCCURS 5000 TIMES PIC X(250).
        01 WS-NB-BD-GARDES      PIC 9(5) VALUE 0.
        01 WS-IDX-BDG           PIC 9(5) VALUE 0.
        01 WS-TAB-VIR-GARDES.
        01 WS-EST-ANNUALISE     PIC X    VALUE 'N'.
        01 WS-CHEMIN-ANNUALISES PIC X(100) VALUE SPACES.

      * Stagiaires (categorie STAGE) : conventions de stage
      * (conventions-stage.txt) et parametres legaux de la
      * gratification (gratification-stage.txt). La gratification
      * n'est cotisee qu'au-dela de la franchise et controlee contre
      * le minimum legal, pas contre le SMIC.
        01 WS-STATUT-CONVENTIONS-STAGE PIC XX.
        01 WS-STATUT-GRATIFICATION PIC XX.
        01 WS-TAB-CONV-STAGE.
            05 WS-CONV OCCURS 500 TIMES.
                10 WS-CONV-EMP-ID   PIC 9(5).
                10 WS-CONV-DEBUT    PIC 9(8).
                10 WS-CONV-FIN      PIC 9(8).
                10 WS-CONV-HEURES   PIC 9(2)V9(2).
        01 WS-NB-CONV           PIC 9(3)  VALUE 0.
        01 WS-IDX-CONV          PIC 9(3)  VALUE 0.
        01 WS-STG-CONV          PIC 9(3)  VALUE 0.
        01 WS-GST-TAUX-MINIMUM  PIC 9(3)V9(2) VALUE 0.
        01 WS-GST-SEUIL         PIC 9(3)V9(2) VALUE 0.
        01 WS-GST-DUREE-MOIS    PIC 9(2)  VALUE 2.
        01 WS-STG-HEURES-MOIS   PIC 9(3)V9(2) VALUE 0.
        01 WS-STG-FRANCHISE     PIC 9(7)V9(2) VALUE 0.
        01 WS-STG-EXONERE       PIC 9(7)V9(2) VALUE 0.
        01 WS-STG-MINIMUM       PIC 9(7)V9(2) VALUE 0.
        01 WS-STG-GRATIFICATION PIC 9(7)V9(2) VALUE 0.
        01 WS-STG-MINIMUM-DU    PIC X     VALUE 'N'.
        01 WS-STG-CAP.
            05 WS-STG-CAP-AAAA   PIC 9(4).
            05 WS-STG-CAP-MM     PIC 9(2).
            05 WS-STG-CAP-JJ     PIC 9(2).
        01 WS-STG-CAP-DATE REDEFINES WS-STG-CAP PIC 9(8).
        01 WS-STG-MOIS          PIC 9(3)  VALUE 0.
        01 WS-ALERTE-GRATIF     PIC X     VALUE 'N'.
        01 WS-ALERTE-CAP-STAGE  PIC X     VALUE 'N'.
        01 WS-ALERTE-CONV-STAGE PIC X     VALUE 'N'.
        01 WS-AFF-STG-MT        PIC ZZZZ9.99.
        01 WS-AFF-STG-HEURES    PIC ZZ9.99.
        01 WS-AFF-STG-TAUX      PIC ZZ9.99.
        01 WS-CHEMIN-CONVENTIONS-STAGE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-GRATIFICATION PIC X(100) VALUE SPACES.

      * Activite partielle : heures chomees de la periode
      * (activite-partielle.txt), retenues sur le brut comme une
      * absence et indemnisees au taux legal du salaire horaire de
      * reference, plafonne a un multiple du SMIC horaire
      * (taux-activite-partielle.txt). L'indemnite n'est soumise qu'a
      * la CSG/CRDS des revenus de remplacement, ecretee pour ne pas
      * faire descendre la remuneration sous le SMIC, et un temps
      * plein mensualise recoit le complement de remuneration
      * mensuelle minimale. Chaque indemnite calculee est ajoutee a
      * demandes-ap.txt avec l'allocation remboursable par l'Etat,
      * pour la demande d'indemnisation et son suivi (US-112).
        01 WS-STATUT-AP         PIC XX.
        01 WS-STATUT-TAUX-AP    PIC XX.
        01 WS-STATUT-DEMANDES-AP PIC XX.
        01 WS-TAB-AP.
            05 WS-AP OCCURS 999 TIMES.
                10 WS-AP-EMP-ID     PIC 9(5).
                10 WS-AP-HEURES     PIC 9(3)V9(2).
                10 WS-AP-AUTORISATION PIC X(20).
        01 WS-NB-AP             PIC 9(3)  VALUE 0.
        01 WS-IDX-AP            PIC 9(3)  VALUE 0.
        01 WS-AP-TAUX-INDEMNITE PIC 9(3)V9(2) VALUE 60.
        01 WS-AP-TAUX-ALLOCATION PIC 9(3)V9(2) VALUE 36.
        01 WS-AP-PLAFOND-SMIC   PIC 9V9(2) VALUE 4.50.
        01 WS-AP-PLANCHER-IND   PIC 9(2)V9(2) VALUE 9.40.
        01 WS-AP-PLANCHER-ALLOC PIC 9(2)V9(2) VALUE 8.57.
        01 WS-AP-TAUX-NET-SMIC  PIC 9V9(4) VALUE 0.7870.
        01 WS-AP-TAUX-CSG-DED   PIC 9V9(4) VALUE 0.0380.
        01 WS-AP-TAUX-CSG-ND    PIC 9V9(4) VALUE 0.0290.
        01 WS-AP-HEURES-EMP     PIC 9(3)V9(2) VALUE 0.
        01 WS-AP-AUTORISATION-EMP PIC X(20) VALUE SPACES.
        01 WS-AP-HORAIRE        PIC 9(5)V9(4) VALUE 0.
        01 WS-AP-HORAIRE-EUR    PIC 9(5)V9(4) VALUE 0.
        01 WS-AP-HORAIRE-REF    PIC 9(5)V9(4) VALUE 0.
        01 WS-AP-PLAFOND-H      PIC 9(5)V9(4) VALUE 0.
        01 WS-AP-IND-HORAIRE    PIC 9(5)V9(4) VALUE 0.
        01 WS-AP-ALLOC-HORAIRE  PIC 9(5)V9(4) VALUE 0.
        01 WS-RETENUE-AP        PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-INDEMNITE      PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-ALLOCATION     PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-CSG            PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-CSG-DED        PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-COMPLEMENT     PIC 9(5)V9(2) VALUE 0.
        01 WS-AP-SMIC-REF       PIC 9(7)V9(2) VALUE 0.
        01 WS-AP-CALC           PIC S9(7)V9(2) VALUE 0.
        01 WS-TAB-DEMANDES-AP.
            05 WS-APD OCCURS 3000 TIMES.
                10 WS-APD-EMP-ID    PIC 9(5).
                10 WS-APD-PERIODE   PIC 9(6).
                10 WS-APD-AUTORISATION PIC X(20).
                10 WS-APD-HEURES    PIC 9(3)V9(2).
                10 WS-APD-TAUX      PIC 9(3)V9(2).
                10 WS-APD-INDEMNITE PIC 9(5)V9(2).
                10 WS-APD-ALLOCATION PIC 9(5)V9(2).
                10 WS-APD-STATUT    PIC X(10).
        01 WS-NB-APD            PIC 9(4)  VALUE 0.
        01 WS-IDX-APD           PIC 9(4)  VALUE 0.
        01 WS-APD-COUR          PIC 9(4)  VALUE 0.
        01 WS-AFF-AP-HEURES     PIC ZZ9.99.
        01 WS-CHEMIN-AP         PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TAUX-AP    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DEMANDES-AP PIC X(100) VALUE SPACES.

      * Temps partiel therapeutique (temps-therapeutique.txt) : la
      * part du temps non travaillee sur les jours de la periode
      * compris dans le mois est retenue sur le brut comme une
      * absence ; les IJSS correspondantes (taux IJSS du salaire
      * journalier par jour calendaire, sans depasser le salaire
      * retenu) sont avancees sous subrogation et inscrites au suivi
      * ijss-attendus.txt, une cle par mois, pour le rapprochement
      * CPAM (US-52). EMP-TAUX-TEMPS n'est pas touche.
        01 WS-STATUT-TPT        PIC XX.
        01 WS-TAB-TPT.
            05 WS-TPT OCCURS 999 TIMES.
                10 WS-TPT-EMP-ID    PIC 9(5).
                10 WS-TPT-INT-DEBUT PIC 9(8).
                10 WS-TPT-INT-FIN   PIC 9(8).
                10 WS-TPT-TAUX      PIC 9(3)V9(2).
                10 WS-TPT-CLE       PIC X(10).
                10 WS-TPT-IJSS      PIC 9(5)V9(2).
        01 WS-NB-TPT            PIC 9(3)  VALUE 0.
        01 WS-IDX-TPT           PIC 9(3)  VALUE 0.
        01 WS-TPT-DATE          PIC 9(8)  VALUE 0.
        01 WS-TPT-INT-DEB-MOIS  PIC 9(8)  VALUE 0.
        01 WS-TPT-INT-FIN-MOIS  PIC 9(8)  VALUE 0.
        01 WS-TPT-JOURS         PIC 9(2)  VALUE 0.
        01 WS-TPT-JOURS-EMP     PIC 9(2)  VALUE 0.
        01 WS-TPT-TAUX-EMP      PIC 9(3)V9(2) VALUE 0.
        01 WS-TPT-RETENUE-PER   PIC 9(5)V9(2) VALUE 0.
        01 WS-RETENUE-TPT       PIC 9(5)V9(2) VALUE 0.
        01 WS-TPT-IJSS-EMP      PIC 9(5)V9(2) VALUE 0.
        01 WS-TPT-SMIC-NON-TRAV PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-TPT-JOURS     PIC Z9.
        01 WS-AFF-TPT-TAUX      PIC ZZ9.99.
        01 WS-CHEMIN-TPT        PIC X(100) VALUE SPACES.

        01 WS-STATUT-VERROU     PIC XX.
        01 WS-VERROU-CONF       PIC X     VALUE SPACES.
        01 WS-VERROU-UTIL       PIC X(20) VALUE SPACES.
        01 WS-VERROU-HEURE      PIC 9(8)  VALUE 0.
        01 WS-CHEMIN-VERROU     PIC X(100) VALUE SPACES.

      * Montant net social et net imposable : la CSG/CRDS non
      * deductible (2,90 % sur 98,25 % du brut) est comprise dans
      * les cotisations salariales mais reste imposable ; le net
      * imposable est l'assiette du prelevement a la source. Les
      * elements exoneres (notes de frais, transport, teletravail)
      * n'entrent jamais dans le brut et restent hors des deux nets.
        01 WS-TAUX-CSG-ND       PIC 9V9(4) VALUE 0.0290.
        01 WS-ASSIETTE-CSG      PIC 9V9(4) VALUE 0.9825.
        01 WS-CSG-NON-DEDUCT    PIC 9(5)V9(2) VALUE 0.
        01 WS-NET-SOCIAL        PIC 9(5)V9(2) VALUE 0.
        01 WS-NET-IMPOSABLE     PIC 9(5)V9(2) VALUE 0.

      * Reduction generale des cotisations patronales : coefficient
      * annualise C = T / 0,6 x (1,6 x SMIC de reference / brut - 1)
      * borne a [0, T], calcule sur les cumuls depuis janvier ; la
      * reduction du mois est la reduction due sur l'annee moins
      * celle deja appliquee, d'ou une regularisation progressive
      * (eventuellement negative) quand le brut remonte.
        01 WS-STATUT-RDG        PIC XX.
        01 WS-CHEMIN-RDG        PIC X(100) VALUE SPACES.
        01 WS-RDG-TAUX-MAX      PIC 9V9(4) VALUE 0.3194.
        01 WS-RDG-SEUIL-SMIC    PIC 9V9(2) VALUE 1.60.
        01 WS-RDG-SMIC-MOIS     PIC 9(5)V9(2) VALUE 0.
        01 WS-RDG-SMIC-ABS      PIC 9(5)V9(2) VALUE 0.
        01 WS-RDG-SMIC-CUMUL    PIC 9(7)V9(2) VALUE 0.
        01 WS-RDG-BRUT-CUMUL    PIC 9(7)V9(2) VALUE 0.
        01 WS-RDG-DEJA-APPLIQUEE PIC S9(7)V9(2) VALUE 0.
        01 WS-RDG-COEF          PIC 9V9(4) VALUE 0.
        01 WS-RDG-DUE           PIC 9(7)V9(2) VALUE 0.
        01 WS-REDUCTION-GEN     PIC S9(5)V9(2) VALUE 0.
        01 WS-AFF-REDUCTION-GEN PIC -ZZZZ9.99.
        01 WS-AFF-RDG-COEF      PIC 9.9999.

      * Heures supplementaires : reduction des cotisations
      * salariales (11,31 % de leur remuneration, bornee aux
      * cotisations du mois) et exoneration d'impot dans la limite
      * du plafond annuel, suivi par employe dans les cumuls ; la
      * part au-dela du plafond redevient imposable d'elle-meme.
        01 WS-TAUX-REDUC-HS     PIC 9V9(4) VALUE 0.1131.
        01 WS-PLAFOND-HS-EXO    PIC 9(5)V9(2) VALUE 7500.00.
        01 WS-HS-EUR            PIC 9(5)V9(2) VALUE 0.
        01 WS-REDUC-SAL-HS      PIC 9(5)V9(2) VALUE 0.
        01 WS-HS-EXONEREES      PIC 9(5)V9(2) VALUE 0.
        01 WS-HS-EXO-CUMUL      PIC 9(7)V9(2) VALUE 0.

      * Plan de rubriques (rubriques.txt) : libelle, rang
      * d'impression et assiettes de chaque element du bulletin.
      * Les montants du mois sont postes par code dans WS-RUBQ-MT
      * (retenues en negatif) puis imprimes dans l'ordre du plan.
      * WS-RUBQ-DEFAUT est le regime natif du calcul pour les
      * elements du brut (O = dans le brut soumis, N = verse en
      * net) ; quand le plan le contredit, l'element change
      * d'assiette (WS-RUBQ-HORS-BRUT). Espace : drapeaux du plan
      * simplement reportes au bulletin.
        01 WS-STATUT-RUBRIQUES  PIC XX.
        01 WS-CHEMIN-RUBRIQUES  PIC X(100) VALUE SPACES.
        01 WS-TAB-RUBQ.
            05 WS-RUBQ OCCURS 60 TIMES.
                10 WS-RUBQ-CODE     PIC X(10).
                10 WS-RUBQ-LIBELLE  PIC X(25).
                10 WS-RUBQ-ORDRE    PIC 9(3).
                10 WS-RUBQ-NATURE   PIC X.
                10 WS-RUBQ-COT      PIC X.
                10 WS-RUBQ-IMP      PIC X.
                10 WS-RUBQ-NS       PIC X.
                10 WS-RUBQ-DEFAUT   PIC X.
                10 WS-RUBQ-MT       PIC S9(7)V9(2).
                10 WS-RUBQ-COMPL    PIC X(30).
        01 WS-RUBQ-ECHANGE      PIC X(82).
        01 WS-NB-RUBQ           PIC 9(2)  VALUE 0.
        01 WS-IDX-RUBQ          PIC 9(2)  VALUE 0.
        01 WS-IDX-RUBQ2         PIC 9(2)  VALUE 0.
        01 WS-RUBQ-CODE-COUR    PIC X(10) VALUE SPACES.
        01 WS-RUBQ-MT-COUR      PIC S9(7)V9(2) VALUE 0.
        01 WS-RUBQ-COMPL-COUR   PIC X(30) VALUE SPACES.
        01 WS-RUBQ-DEFAUT-COUR  PIC X     VALUE SPACE.
        01 WS-RUBQ-TROUVEE      PIC X     VALUE 'N'.
        01 WS-RUBQ-HORS-BRUT    PIC S9(7)V9(2) VALUE 0.
        01 WS-RUBQ-CALC         PIC S9(7)V9(2) VALUE 0.
        01 WS-RUBQ-EUR          PIC S9(7)V9(2) VALUE 0.
        01 WS-RUBQ-RETREC       PIC 9(5)V9(2) VALUE 0.
        01 WS-SALAIRE-BASE-MOIS PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-RUBQ          PIC ++++++9.99.
        01 WS-AFF-RUBQ-BASES    PIC X(5)  VALUE SPACES.
        01 WS-PRIME-REGIME-AFF  PIC X     VALUE SPACE.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS-BASE

           PERFORM CHARGER-TAUX
           PERFORM CHARGER-PLAFOND
           PERFORM CHARGER-REDUCTION-GENERALE
           PERFORM CHARGER-RUBRIQUES
           PERFORM CHARGER-BAREME
           PERFORM CHARGER-TAUX-PAS
           PERFORM CHARGER-COTIS-DETAIL
           PERFORM CHARGER-AVANTAGES
           PERFORM CHARGER-PROVISION-13E
           PERFORM CHARGER-RETENUES-REC
           PERFORM CHARGER-PEE
           PERFORM CHARGER-TRANSPORT
           PERFORM CHARGER-TELETRAVAIL
           PERFORM CHARGER-MAJOREES
           PERFORM CHARGER-SOLDES
           PERFORM CHARGER-HEURES
           PERFORM CHARGER-SMIC
           PERFORM CHARGER-GRATIFICATION-STAGE
           PERFORM CHARGER-CONVENTIONS-STAGE
           PERFORM CHARGER-TAUX-AP
           PERFORM CHARGER-ACTIVITE-PARTIELLE
           PERFORM CHARGER-DEMANDES-AP
           PERFORM CHARGER-CONGES-SANS-SOLDE
           PERFORM CHARGER-CP-DU-MOIS
           PERFORM CHARGER-CONGES-MALADIE
           PERFORM CHARGER-TEMPS-THERAPEUTIQUE
           PERFORM CHARGER-ABSENCES-PAIE
           PERFORM CHARGER-ABSENCES-RUN
           PERFORM CHARGER-IJSS-CONNUS
           PERFORM CHARGER-REPORTS
           PERFORM CHARGER-REPARTITIONS
               PERFORM ECRIRE-REJETS-NDF
               PERFORM ECRIRE-PROVISION-13E
               PERFORM ECRIRE-RETENUES-REC
               PERFORM ECRIRE-MOUVEMENTS-PEE
               PERFORM ECRIRE-SAISIES
               IF WS-COMP-ACTIF NOT = 'O'
                   AND WS-PART-ACTIF NOT = 'O'
                   PERFORM ECRIRE-COMMANDE-TITRES
               END-IF
               PERFORM ECRIRE-IJSS-ATTENDUS
               PERFORM ECRIRE-DEMANDES-AP
               PERFORM ECRIRE-ABSENCES-PAIE
               PERFORM ECRIRE-REPORTS
               IF WS-PART-ACTIF = 'O'
                   PERFORM ECRIRE-CONTROLE-PARTITION
               MOVE '../taux-cotisations.txt' TO WS-CHEMIN-TAUX
               MOVE '../plafond.txt' TO
                   WS-CHEMIN-PLAFOND
               MOVE '../reduction-generale.txt' TO WS-CHEMIN-RDG
               MOVE '../rubriques.txt' TO WS-CHEMIN-RUBRIQUES
               MOVE '../cumuls-annuels.txt' TO WS-CHEMIN-CUMULS
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../checkpoint-us03.txt' TO WS-CHEMIN-CHECKPOINT
               MOVE '../commande-titres.txt' TO
                   WS-CHEMIN-COMMANDE-TITRES
               MOVE '../ijss-attendus.txt' TO WS-CHEMIN-IJSS
               MOVE '../absences-paie.txt' TO WS-CHEMIN-ABS-PAIE
               MOVE '../reports-retenues.txt' TO WS-CHEMIN-REPORTS
               MOVE '../repartition-virements.txt' TO
                   WS-CHEMIN-REPARTITIONS
                   WS-CHEMIN-PROVISION-13E
               MOVE '../retenues-recurrentes.txt' TO
                   WS-CHEMIN-RETENUES-REC
               MOVE '../regles-pee.txt' TO WS-CHEMIN-REGLE-PEE
               MOVE '../adhesions-pee.txt' TO WS-CHEMIN-ADHESIONS-PEE
               MOVE '../mouvements-pee.txt' TO
                   WS-CHEMIN-MOUVEMENTS-PEE
               MOVE '../abonnements-transport.txt' TO
                   WS-CHEMIN-TRANSPORT
               MOVE '../teletravail.txt' TO WS-CHEMIN-TELETRAVAIL
               MOVE '../virements.txt' TO WS-CHEMIN-VIR-LIBERES
               MOVE '../mutations.txt' TO WS-CHEMIN-MUTATIONS
               MOVE '../annualises.txt' TO WS-CHEMIN-ANNUALISES
               MOVE '../conventions-stage.txt' TO
                   WS-CHEMIN-CONVENTIONS-STAGE
               MOVE '../gratification-stage.txt' TO
                   WS-CHEMIN-GRATIFICATION
               MOVE '../activite-partielle.txt' TO WS-CHEMIN-AP
               MOVE '../taux-activite-partielle.txt' TO
                   WS-CHEMIN-TAUX-AP
               MOVE '../demandes-ap.txt' TO WS-CHEMIN-DEMANDES-AP
               MOVE '../temps-therapeutique.txt' TO WS-CHEMIN-TPT
               MOVE '../indemnite-teletravail.txt' TO
                   WS-CHEMIN-INDEMNITE-TT
               MOVE '../rejets-notes-frais.txt' TO
                   DELIMITED SIZE INTO WS-CHEMIN-TAUX
               STRING FUNCTION TRIM(WS-RACINE) '/plafond.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PLAFOND
               STRING FUNCTION TRIM(WS-RACINE) '/reduction-generale.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RDG
               STRING FUNCTION TRIM(WS-RACINE) '/rubriques.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RUBRIQUES
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
               STRING FUNCTION TRIM(WS-RACINE) '/journal-batch.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-COMMANDE-TITRES
               STRING FUNCTION TRIM(WS-RACINE) '/ijss-attendus.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-IJSS
               STRING FUNCTION TRIM(WS-RACINE) '/absences-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ABS-PAIE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/reports-retenues.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REPORTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/retenues-recurrentes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RETENUES-REC
               STRING FUNCTION TRIM(WS-RACINE) '/regles-pee.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGLE-PEE
               STRING FUNCTION TRIM(WS-RACINE) '/adhesions-pee.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ADHESIONS-PEE
               STRING FUNCTION TRIM(WS-RACINE) '/mouvements-pee.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MOUVEMENTS-PEE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/abonnements-transport.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TRANSPORT
                   DELIMITED SIZE INTO WS-CHEMIN-MUTATIONS
               STRING FUNCTION TRIM(WS-RACINE) '/annualises.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ANNUALISES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/conventions-stage.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CONVENTIONS-STAGE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/gratification-stage.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-GRATIFICATION
               STRING FUNCTION TRIM(WS-RACINE)
                   '/activite-partielle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AP
               STRING FUNCTION TRIM(WS-RACINE)
                   '/taux-activite-partielle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TAUX-AP
               STRING FUNCTION TRIM(WS-RACINE) '/demandes-ap.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DEMANDES-AP
               STRING FUNCTION TRIM(WS-RACINE)
                   '/temps-therapeutique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TPT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/indemnite-teletravail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-INDEMNITE-TT
               ',RUN=' WS-AFF-RUN
               DELIMITED SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
      * Suivent les absences de periodes passees regularisees par ce
      * run, une ligne de detail chacune.
           PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
               UNTIL WS-IDX-ABR > WS-NB-ABS-RUN
               IF WS-ABR-MODE(WS-IDX-ABR) = 'REPORT'
                   AND WS-ABR-APPLIQUE(WS-IDX-ABR) = 'O'
                   PERFORM ECRIRE-JOURNAL-REGUL-ABS
               END-IF
           END-PERFORM
           CLOSE FICHIER-JOURNAL.

       CONTROLER-CALENDRIER-PAIE.
                               WS-CUMUL-T-IMPOT(WS-NB-CUMULS)
                           MOVE CUMUL-NET TO
                               WS-CUMUL-T-NET(WS-NB-CUMULS)
      * Une ligne de cumul anterieure a ces deux montants les porte
      * a blanc : ils repartent de zero.
                           IF CUMUL-NET-IMPOSABLE NUMERIC
                               MOVE CUMUL-NET-IMPOSABLE TO
                                   WS-CUMUL-T-NET-IMPOS(WS-NB-CUMULS)
                               MOVE CUMUL-NET-SOCIAL TO
                                   WS-CUMUL-T-NET-SOCIAL(WS-NB-CUMULS)
                           ELSE
                               MOVE 0 TO
                                   WS-CUMUL-T-NET-IMPOS(WS-NB-CUMULS)
                               MOVE 0 TO
                                   WS-CUMUL-T-NET-SOCIAL(WS-NB-CUMULS)
                           END-IF
                           IF CUMUL-SMIC-REF NUMERIC
                               AND CUMUL-REDUCTION-GEN NUMERIC
                               MOVE CUMUL-SMIC-REF TO
                                   WS-CUMUL-T-SMIC-REF(WS-NB-CUMULS)
                               MOVE CUMUL-REDUCTION-GEN TO
                                   WS-CUMUL-T-REDUC-GEN(WS-NB-CUMULS)
                           ELSE
                               MOVE 0 TO
                                   WS-CUMUL-T-SMIC-REF(WS-NB-CUMULS)
                               MOVE 0 TO
                                   WS-CUMUL-T-REDUC-GEN(WS-NB-CUMULS)
                           END-IF
                           IF CUMUL-HS-EXONEREES NUMERIC
                               MOVE CUMUL-HS-EXONEREES TO
                                   WS-CUMUL-T-HS-EXO(WS-NB-CUMULS)
                           ELSE
                               MOVE 0 TO
                                   WS-CUMUL-T-HS-EXO(WS-NB-CUMULS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CUMULS
                       WS-CUMUL-T-IMPOT(WS-IDX-CUMUL)
                   ADD WS-SALAIRE-NET TO
                       WS-CUMUL-T-NET(WS-IDX-CUMUL)
                   ADD WS-NET-IMPOSABLE TO
                       WS-CUMUL-T-NET-IMPOS(WS-IDX-CUMUL)
                   ADD WS-NET-SOCIAL TO
                       WS-CUMUL-T-NET-SOCIAL(WS-IDX-CUMUL)
                   ADD WS-RDG-SMIC-MOIS TO
                       WS-CUMUL-T-SMIC-REF(WS-IDX-CUMUL)
                   ADD WS-REDUCTION-GEN TO
                       WS-CUMUL-T-REDUC-GEN(WS-IDX-CUMUL)
                   ADD WS-HS-EXONEREES TO
                       WS-CUMUL-T-HS-EXO(WS-IDX-CUMUL)
                   MOVE 'O' TO WS-CUMUL-TROUVE
                   MOVE WS-IDX-CUMUL TO WS-CUMUL-MATCH-IDX
               END-IF
               MOVE WS-COTISATIONS TO WS-CUMUL-T-COTIS(WS-NB-CUMULS)
               MOVE WS-IMPOT     TO WS-CUMUL-T-IMPOT(WS-NB-CUMULS)
               MOVE WS-SALAIRE-NET TO WS-CUMUL-T-NET(WS-NB-CUMULS)
               MOVE WS-NET-IMPOSABLE TO
                       WS-CUMUL-T-NET-IMPOS(WS-NB-CUMULS)
               MOVE WS-NET-SOCIAL TO
                       WS-CUMUL-T-NET-SOCIAL(WS-NB-CUMULS)
               MOVE WS-RDG-SMIC-MOIS TO
                       WS-CUMUL-T-SMIC-REF(WS-NB-CUMULS)
               MOVE WS-REDUCTION-GEN TO
                       WS-CUMUL-T-REDUC-GEN(WS-NB-CUMULS)
               MOVE WS-HS-EXONEREES TO
                       WS-CUMUL-T-HS-EXO(WS-NB-CUMULS)
               MOVE WS-NB-CUMULS TO WS-CUMUL-MATCH-IDX
           END-IF.

               MOVE WS-CUMUL-T-COTIS(WS-IDX-CUMUL) TO CUMUL-COTIS
               MOVE WS-CUMUL-T-IMPOT(WS-IDX-CUMUL) TO CUMUL-IMPOT
               MOVE WS-CUMUL-T-NET(WS-IDX-CUMUL)   TO CUMUL-NET
               MOVE WS-CUMUL-T-NET-IMPOS(WS-IDX-CUMUL) TO
                   CUMUL-NET-IMPOSABLE
               MOVE WS-CUMUL-T-NET-SOCIAL(WS-IDX-CUMUL) TO
                   CUMUL-NET-SOCIAL
               MOVE WS-CUMUL-T-SMIC-REF(WS-IDX-CUMUL) TO
                   CUMUL-SMIC-REF
               MOVE WS-CUMUL-T-REDUC-GEN(WS-IDX-CUMUL) TO
                   CUMUL-REDUCTION-GEN
               MOVE WS-CUMUL-T-HS-EXO(WS-IDX-CUMUL) TO
                   CUMUL-HS-EXONEREES
               WRITE CUMUL-RECORD
           END-PERFORM
           CLOSE FICHIER-CUMULS.
               CLOSE FICHIER-PLAFOND
           END-IF.

       CHARGER-REDUCTION-GENERALE.
      * reduction-generale.txt : coefficient maximal T et seuil en
      * multiple du SMIC, revus chaque annee par la loi de
      * financement. Fichier optionnel : sans lui, les valeurs
      * legales par defaut (0,3194 et 1,6) s'appliquent.
           OPEN INPUT FICHIER-RDG
           IF WS-STATUT-RDG = '00'
               READ FICHIER-RDG
                   AT END CONTINUE
                   NOT AT END
                       IF RDG-TAUX-MAX NUMERIC
                           AND RDG-SEUIL-SMIC NUMERIC
                           AND RDG-SEUIL-SMIC > 1
                           MOVE RDG-TAUX-MAX TO WS-RDG-TAUX-MAX
                           MOVE RDG-SEUIL-SMIC TO WS-RDG-SEUIL-SMIC
                       END-IF
               END-READ
               CLOSE FICHIER-RDG
           END-IF.

       CHARGER-RUBRIQUES.
      * rubriques.txt : plan de rubriques du bulletin, du livre de
      * paie et de l'export comptable. Obligatoire comme le fichier
      * des taux : sans lui le bulletin ne saurait ni libeller ni
      * ordonner ses lignes.
           OPEN INPUT FICHIER-RUBRIQUES
           IF WS-STATUT-RUBRIQUES NOT = '00'
               DISPLAY 'ERREUR : ouverture rubriques.txt '
                   'impossible (statut ' WS-STATUT-RUBRIQUES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-RUBRIQUES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-RUBQ < 60 AND RUB-CODE NOT = SPACES
                           ADD 1 TO WS-NB-RUBQ
                           MOVE RUB-CODE TO WS-RUBQ-CODE(WS-NB-RUBQ)
                           MOVE RUB-LIBELLE TO
                               WS-RUBQ-LIBELLE(WS-NB-RUBQ)
                           IF RUB-ORDRE NUMERIC
                               MOVE RUB-ORDRE TO
                                   WS-RUBQ-ORDRE(WS-NB-RUBQ)
                           ELSE
                               MOVE 0 TO WS-RUBQ-ORDRE(WS-NB-RUBQ)
                           END-IF
                           MOVE RUB-NATURE TO
                               WS-RUBQ-NATURE(WS-NB-RUBQ)
                           MOVE RUB-COTISABLE TO
                               WS-RUBQ-COT(WS-NB-RUBQ)
                           MOVE RUB-IMPOSABLE TO
                               WS-RUBQ-IMP(WS-NB-RUBQ)
                           MOVE RUB-NET-SOCIAL TO
                               WS-RUBQ-NS(WS-NB-RUBQ)
                           MOVE SPACE TO WS-RUBQ-DEFAUT(WS-NB-RUBQ)
                           MOVE 0 TO WS-RUBQ-MT(WS-NB-RUBQ)
                           MOVE SPACES TO WS-RUBQ-COMPL(WS-NB-RUBQ)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RUBRIQUES
           MOVE 'N' TO WS-FIN
           PERFORM TRIER-RUBRIQUES
           PERFORM CONTROLER-RUBRIQUES.

       TRIER-RUBRIQUES.
      * Tri par rang d'impression : le bulletin parcourt ensuite le
      * plan dans l'ordre de la table.
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ >= WS-NB-RUBQ
               PERFORM VARYING WS-IDX-RUBQ2 FROM 1 BY 1
                   UNTIL WS-IDX-RUBQ2 > WS-NB-RUBQ - WS-IDX-RUBQ
                   IF WS-RUBQ-ORDRE(WS-IDX-RUBQ2) >
                       WS-RUBQ-ORDRE(WS-IDX-RUBQ2 + 1)
                       MOVE WS-RUBQ(WS-IDX-RUBQ2) TO WS-RUBQ-ECHANGE
                       MOVE WS-RUBQ(WS-IDX-RUBQ2 + 1) TO
                           WS-RUBQ(WS-IDX-RUBQ2)
                       MOVE WS-RUBQ-ECHANGE TO
                           WS-RUBQ(WS-IDX-RUBQ2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONTROLER-RUBRIQUES.
      * Chaque element calcule et chaque bloc du bulletin doit avoir
      * sa rubrique : un code absent ferait disparaitre un montant
      * du bulletin sans le retirer du net. Le regime natif des
      * elements du brut est note au passage (O = brut soumis,
      * N = verse en net).
           MOVE 'O' TO WS-RUBQ-DEFAUT-COUR
           MOVE 'SALBASE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETSS' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETMAL' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETTPT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETAP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'REGABS' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'INDCP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'HSUP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'MAJNUIT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'MAJDIM' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'MAJFERIE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RAPPEL' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'PRIME' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'AVNAT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'PRIME13' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'N' TO WS-RUBQ-DEFAUT-COUR
           MOVE 'PRIMENS' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
      * Elements verses ou retenus apres impot et blocs de synthese :
      * regime fixe par le calcul.
           MOVE SPACE TO WS-RUBQ-DEFAUT-COUR
           MOVE 'IJSS' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'INDAP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'CSGAP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'COMPAP' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'TELETRAV' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'AVNATDED' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'MUTUELLE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'TITRES' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETREC' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'PEE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'CSGPEE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'SAISIE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'ACOMPTE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'REPORT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'NDF' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'TRANSPORT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'BRUT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'COTIS' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'IMPOT' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'NET' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'NETPAYE' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'PATRONAL' TO WS-RUBQ-CODE-COUR
           PERFORM CONTROLER-UNE-RUBRIQUE.

       CONTROLER-UNE-RUBRIQUE.
           MOVE 'N' TO WS-RUBQ-TROUVEE
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               IF WS-RUBQ-CODE(WS-IDX-RUBQ) = WS-RUBQ-CODE-COUR
                   MOVE 'O' TO WS-RUBQ-TROUVEE
                   MOVE WS-RUBQ-DEFAUT-COUR TO
                       WS-RUBQ-DEFAUT(WS-IDX-RUBQ)
               END-IF
           END-PERFORM
           IF WS-RUBQ-TROUVEE = 'N'
               DISPLAY 'ERREUR : rubrique '
                   FUNCTION TRIM(WS-RUBQ-CODE-COUR)
                   ' absente de rubriques.txt'
               DISPLAY 'Run refuse : completer le plan de rubriques.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       INITIALISER-RUBRIQUES.
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               MOVE 0 TO WS-RUBQ-MT(WS-IDX-RUBQ)
               MOVE SPACES TO WS-RUBQ-COMPL(WS-IDX-RUBQ)
           END-PERFORM
           MOVE 0 TO WS-RUBQ-HORS-BRUT.

       POSTER-RUBRIQUE.
      * Ajoute WS-RUBQ-MT-COUR a la rubrique WS-RUBQ-CODE-COUR, avec
      * son complement de libelle (jours, heures, reference...).
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               IF WS-RUBQ-CODE(WS-IDX-RUBQ) = WS-RUBQ-CODE-COUR
                   ADD WS-RUBQ-MT-COUR TO WS-RUBQ-MT(WS-IDX-RUBQ)
                   IF WS-RUBQ-COMPL-COUR NOT = SPACES
                       MOVE WS-RUBQ-COMPL-COUR TO
                           WS-RUBQ-COMPL(WS-IDX-RUBQ)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RUBQ-COMPL-COUR.

       POSTER-RUBRIQUES-BRUT.
      * Elements composant le brut du mois, en devise du contrat.
           MOVE 'SALBASE' TO WS-RUBQ-CODE-COUR
           MOVE WS-SALAIRE-BASE-MOIS TO WS-RUBQ-MT-COUR
           IF WS-EST-HORAIRE = 'O'
               MOVE WS-HEURES-NORMALES TO WS-AFF-HEURES-NORM
               MOVE WS-TAUX-HORAIRE-EMP TO WS-AFF-TAUX-H
               STRING '(' WS-AFF-HEURES-NORM ' h x '
                   WS-AFF-TAUX-H ')'
                   DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           END-IF
           PERFORM POSTER-RUBRIQUE
           MOVE 'RETSS' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-SS
           MOVE WS-JOURS-SANS-SOLDE TO WS-AFF-JOURS-SS
           STRING '(' WS-AFF-JOURS-SS ' j)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'RETMAL' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-MALADIE
           MOVE WS-JOURS-MALADIE TO WS-AFF-JOURS-MAL
           STRING '(' WS-AFF-JOURS-MAL ' j)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'RETTPT' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-TPT
           MOVE WS-TPT-JOURS-EMP TO WS-AFF-TPT-JOURS
           MOVE WS-TPT-TAUX-EMP TO WS-AFF-TPT-TAUX
           STRING '(' WS-AFF-TPT-JOURS ' j a ' WS-AFF-TPT-TAUX '%)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'RETAP' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-AP
           MOVE WS-AP-HEURES-EMP TO WS-AFF-AP-HEURES
           STRING '(' WS-AFF-AP-HEURES ' h)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'REGABS' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-REGABS
           MOVE WS-JOURS-REGABS TO WS-AFF-JOURS-REGABS
           IF WS-REGABS-PER-MIN = WS-REGABS-PER-MAX
               STRING '(' WS-AFF-JOURS-REGABS ' j, periode '
                   WS-REGABS-PER-MIN ')'
                   DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           ELSE
               STRING '(' WS-AFF-JOURS-REGABS ' j, depuis '
                   WS-REGABS-PER-MIN ')'
                   DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           END-IF
           PERFORM POSTER-RUBRIQUE
           MOVE 'INDCP' TO WS-RUBQ-CODE-COUR
           MOVE WS-INDEMNITE-CP TO WS-RUBQ-MT-COUR
           MOVE WS-CP-JOURS-MOIS TO WS-AFF-CP-JOURS
           STRING '(' WS-AFF-CP-JOURS ' j)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'HSUP' TO WS-RUBQ-CODE-COUR
           MOVE WS-MONTANT-SUP TO WS-RUBQ-MT-COUR
           MOVE WS-HEURES-SUP TO WS-AFF-HEURES-SUP
           STRING '(' WS-AFF-HEURES-SUP ' h)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'MAJNUIT' TO WS-RUBQ-CODE-COUR
           MOVE WS-MAJ-MT-NUIT TO WS-RUBQ-MT-COUR
           MOVE WS-MAJ-H-NUIT TO WS-AFF-MAJ-H
           STRING '(' WS-AFF-MAJ-H ' h, 21h-6h)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'MAJDIM' TO WS-RUBQ-CODE-COUR
           MOVE WS-MAJ-MT-DIMANCHE TO WS-RUBQ-MT-COUR
           MOVE WS-MAJ-H-DIMANCHE TO WS-AFF-MAJ-H
           STRING '(' WS-AFF-MAJ-H ' h)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'MAJFERIE' TO WS-RUBQ-CODE-COUR
           MOVE WS-MAJ-MT-FERIE TO WS-RUBQ-MT-COUR
           MOVE WS-MAJ-H-FERIE TO WS-AFF-MAJ-H
           STRING '(' WS-AFF-MAJ-H ' h)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'RAPPEL' TO WS-RUBQ-CODE-COUR
           MOVE WS-RAPPEL-MONTANT TO WS-RUBQ-MT-COUR
           MOVE WS-RAPPEL-MOIS TO WS-AFF-RAPPEL-MOIS
           STRING '(' WS-AFF-RAPPEL-MOIS ' mois)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'PRIME' TO WS-RUBQ-CODE-COUR
           MOVE WS-PRIME-SOUMISE TO WS-RUBQ-MT-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'AVNAT' TO WS-RUBQ-CODE-COUR
           MOVE WS-AN-MONTANT TO WS-RUBQ-MT-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'PRIME13' TO WS-RUBQ-CODE-COUR
           MOVE WS-P13-MONTANT TO WS-RUBQ-MT-COUR
           MOVE '(acquis provisionne)' TO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'PRIMENS' TO WS-RUBQ-CODE-COUR
           MOVE WS-PRIME-NON-SOUMISE TO WS-RUBQ-MT-COUR
           PERFORM POSTER-RUBRIQUE.

       APPLIQUER-ASSIETTES-PLAN.
      * Un element que le plan sort du brut cotisable (regime natif
      * O, COTISABLE a N) est retire du brut et verse en net comme
      * une prime non soumise ; a l'inverse une prime versee en net
      * declaree cotisable rejoint le brut. WS-RUBQ-HORS-BRUT garde
      * le solde a reverser au net apres impot.
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               IF WS-RUBQ-DEFAUT(WS-IDX-RUBQ) = 'O'
                   AND WS-RUBQ-COT(WS-IDX-RUBQ) NOT = 'O'
                   COMPUTE WS-RUBQ-CALC =
                       WS-SALAIRE-PRORATE - WS-RUBQ-MT(WS-IDX-RUBQ)
                   IF WS-RUBQ-CALC >= 0
                       MOVE WS-RUBQ-CALC TO WS-SALAIRE-PRORATE
                       ADD WS-RUBQ-MT(WS-IDX-RUBQ) TO
                           WS-RUBQ-HORS-BRUT
                   END-IF
               END-IF
               IF WS-RUBQ-DEFAUT(WS-IDX-RUBQ) = 'N'
                   AND WS-RUBQ-COT(WS-IDX-RUBQ) = 'O'
                   ADD WS-RUBQ-MT(WS-IDX-RUBQ) TO WS-SALAIRE-PRORATE
                   SUBTRACT WS-RUBQ-MT(WS-IDX-RUBQ) FROM
                       WS-RUBQ-HORS-BRUT
               END-IF
           END-PERFORM.

       AJUSTER-NETS-PLAN.
      * Net social et net imposable suivent par defaut le brut
      * cotisable ; un element du brut que le plan en distingue
      * (IMPOSABLE ou NET-SOCIAL different de COTISABLE) y est
      * ajoute ou retire, converti en EUR.
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               IF WS-RUBQ-DEFAUT(WS-IDX-RUBQ) NOT = SPACE
                   AND WS-RUBQ-MT(WS-IDX-RUBQ) NOT = 0
                   COMPUTE WS-RUBQ-EUR ROUNDED =
                       WS-RUBQ-MT(WS-IDX-RUBQ) * WS-TAUX-CHANGE
                   IF WS-RUBQ-COT(WS-IDX-RUBQ) = 'O'
                       AND WS-RUBQ-NS(WS-IDX-RUBQ) NOT = 'O'
                       COMPUTE WS-RUBQ-CALC =
                           WS-NET-SOCIAL - WS-RUBQ-EUR
                       IF WS-RUBQ-CALC < 0
                           MOVE 0 TO WS-RUBQ-CALC
                       END-IF
                       MOVE WS-RUBQ-CALC TO WS-NET-SOCIAL
                   END-IF
                   IF WS-RUBQ-COT(WS-IDX-RUBQ) NOT = 'O'
                       AND WS-RUBQ-NS(WS-IDX-RUBQ) = 'O'
                       ADD WS-RUBQ-EUR TO WS-NET-SOCIAL
                   END-IF
                   IF WS-RUBQ-COT(WS-IDX-RUBQ) = 'O'
                       AND WS-RUBQ-IMP(WS-IDX-RUBQ) NOT = 'O'
                       COMPUTE WS-RUBQ-CALC =
                           WS-NET-IMPOSABLE - WS-RUBQ-EUR
                       IF WS-RUBQ-CALC < 0
                           MOVE 0 TO WS-RUBQ-CALC
                       END-IF
                       MOVE WS-RUBQ-CALC TO WS-NET-IMPOSABLE
                   END-IF
                   IF WS-RUBQ-COT(WS-IDX-RUBQ) NOT = 'O'
                       AND WS-RUBQ-IMP(WS-IDX-RUBQ) = 'O'
                       ADD WS-RUBQ-EUR TO WS-NET-IMPOSABLE
                   END-IF
               END-IF
           END-PERFORM.

       POSTER-RUBRIQUES-NET.
      * Elements verses ou retenus apres impot, en EUR.
           MOVE 'IJSS' TO WS-RUBQ-CODE-COUR
           MOVE WS-IJSS-MONTANT TO WS-RUBQ-MT-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'INDAP' TO WS-RUBQ-CODE-COUR
           MOVE WS-AP-INDEMNITE TO WS-RUBQ-MT-COUR
           MOVE WS-AP-HEURES-EMP TO WS-AFF-AP-HEURES
           IF WS-AP-AUTORISATION-EMP = SPACES
               STRING '(' WS-AFF-AP-HEURES ' h, sans autorisation)'
                   DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           ELSE
               STRING '(' WS-AFF-AP-HEURES ' h, '
                   FUNCTION TRIM(WS-AP-AUTORISATION-EMP) ')'
                   DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           END-IF
           PERFORM POSTER-RUBRIQUE
           MOVE 'CSGAP' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-AP-CSG
           PERFORM POSTER-RUBRIQUE
           MOVE 'COMPAP' TO WS-RUBQ-CODE-COUR
           MOVE WS-AP-COMPLEMENT TO WS-RUBQ-MT-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'TELETRAV' TO WS-RUBQ-CODE-COUR
           MOVE WS-TT-MONTANT TO WS-RUBQ-MT-COUR
           MOVE WS-TT-JOURS-COUR TO WS-AFF-TT-JOURS
           STRING '(' WS-AFF-TT-JOURS ' j, exoneree)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'AVNATDED' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-AN-MONTANT
           PERFORM POSTER-RUBRIQUE
           MOVE 'MUTUELLE' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-MUT-SAL-COUR
           STRING '(' FUNCTION TRIM(WS-MUT-CONTRAT-COUR) ')'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'TITRES' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RETENUE-TITRES
           MOVE WS-NB-TITRES TO WS-AFF-NB-TITRES
           STRING '(' WS-AFF-NB-TITRES ' titres)'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 0 TO WS-RUBQ-RETREC
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-NB-RETREC
               IF WS-RET-EMP-ID(WS-IDX-RET) = EMP-ID
                   ADD WS-RET-MT-APPLIQUE(WS-IDX-RET) TO
                       WS-RUBQ-RETREC
               END-IF
           END-PERFORM
           MOVE 'RETREC' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-RUBQ-RETREC
           PERFORM POSTER-RUBRIQUE
           MOVE 'PEE' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-PEE-VERSEMENT
           PERFORM POSTER-RUBRIQUE
           MOVE 'CSGPEE' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-PEE-CSG
           PERFORM POSTER-RUBRIQUE
           MOVE 'SAISIE' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-SAISIE-MONTANT
           STRING '(' FUNCTION TRIM(WS-SAISIE-REF-COUR) ')'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'ACOMPTE' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-ACOMPTE-MONTANT
           PERFORM POSTER-RUBRIQUE
           MOVE 'REPORT' TO WS-RUBQ-CODE-COUR
           COMPUTE WS-RUBQ-MT-COUR = 0 - WS-REPORT-RECUPERE
           PERFORM POSTER-RUBRIQUE
           MOVE 'NDF' TO WS-RUBQ-CODE-COUR
           MOVE WS-NDF-MONTANT TO WS-RUBQ-MT-COUR
           MOVE '(non imposable)' TO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE
           MOVE 'TRANSPORT' TO WS-RUBQ-CODE-COUR
           MOVE WS-TRANSPORT-MONTANT TO WS-RUBQ-MT-COUR
           STRING '(' FUNCTION TRIM(WS-TRN-RESEAU-COUR) ')'
               DELIMITED SIZE INTO WS-RUBQ-COMPL-COUR
           PERFORM POSTER-RUBRIQUE.

       CALCULER-COTISATIONS.
      * Decoupe de la base en tranche A (jusqu'au plafond mensuel) et
      * tranche B (au-dela), chacune cotisee a son propre taux ; sans
                       WHEN 'B'
                           MOVE WS-TRANCHE-B TO WS-CD-ASSIETTE
                       WHEN OTHER
                           MOVE WS-BASE-COTIS TO WS-CD-ASSIETTE
                   END-EVALUATE
                   IF WS-CD-ASSIETTE > 0
                       COMPUTE WS-CD-MT-SAL ROUNDED = WS-CD-ASSIETTE
       TROUVER-PRIMES.
           MOVE 0 TO WS-PRIME-SOUMISE
           MOVE 0 TO WS-PRIME-NON-SOUMISE
           MOVE 0 TO WS-PRIME-INTERESSEMENT
           MOVE 0 TO WS-PRIME-CET
           PERFORM VARYING WS-IDX-PRIME FROM 1 BY 1
               UNTIL WS-IDX-PRIME > WS-NB-PRIMES
               IF WS-PRIME-EMP-ID(WS-IDX-PRIME) = EMP-ID
                   IF WS-PRIME-LIB(WS-IDX-PRIME) = 'INTERESSEMENT'
                       ADD WS-PRIME-MT(WS-IDX-PRIME)
                           TO WS-PRIME-INTERESSEMENT
                   END-IF
                   IF WS-PRIME-LIB(WS-IDX-PRIME) = 'CET MONETISE'
                       ADD WS-PRIME-MT(WS-IDX-PRIME) TO WS-PRIME-CET
                   END-IF
                   IF WS-PRIME-SOUM(WS-IDX-PRIME) = 'O'
                       ADD WS-PRIME-MT(WS-IDX-PRIME)
                           TO WS-PRIME-SOUMISE
           END-PERFORM.

       ECRIRE-PRIMES-BULLETIN.
      * Une ligne par prime de la periode, avec son libelle, sous la
      * rubrique de son regime (WS-PRIME-REGIME-AFF : O = soumise,
      * N = versee en net).
           PERFORM VARYING WS-IDX-PRIME FROM 1 BY 1
               UNTIL WS-IDX-PRIME > WS-NB-PRIMES
               IF WS-PRIME-EMP-ID(WS-IDX-PRIME) = EMP-ID
                   AND ((WS-PRIME-REGIME-AFF = 'O'
                         AND WS-PRIME-SOUM(WS-IDX-PRIME) = 'O')
                     OR (WS-PRIME-REGIME-AFF = 'N'
                         AND WS-PRIME-SOUM(WS-IDX-PRIME) NOT = 'O'))
                   MOVE WS-PRIME-MT(WS-IDX-PRIME) TO WS-AFF-PRIME
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING '  dont prime : ' WS-PRIME-LIB(WS-IDX-PRIME)
                       ' ' WS-AFF-PRIME
                       DELIMITED SIZE INTO LIGNE-BULLETIN
                   PERFORM ECRIRE-LIGNE-BULLETIN
               END-IF
           END-PERFORM.
                   AND WS-RET-MT-APPLIQUE(WS-IDX-RET) > 0
                   MOVE WS-RET-MT-APPLIQUE(WS-IDX-RET) TO WS-AFF-RET
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING '  dont retenue '
                       WS-RET-CODE(WS-IDX-RET) ' : ' WS-AFF-RET
                       DELIMITED SIZE INTO LIGNE-BULLETIN
                   PERFORM ECRIRE-LIGNE-BULLETIN
               END-IF
               CLOSE FICHIER-RETENUES-REC
           END-IF.

       CHARGER-PEE.
      * regles-pee.txt (reglement du plan), adhesions-pee.txt
      * (versements mensuels) et mouvements-pee.txt (mouvements deja
      * poses), tous optionnels : sans reglement, pas d'abondement ;
      * sans adhesion, pas de versement.
           MOVE 0 TO WS-PEE-TAUX-ABOND WS-PEE-PLAFOND-PLAN
               WS-PEE-TAUX-CSG WS-PEE-TAUX-FORFAIT
           OPEN INPUT FICHIER-REGLE-PEE
           IF WS-STATUT-REGLE-PEE = '00'
               READ FICHIER-REGLE-PEE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RPEE-TAUX-ABONDEMENT TO WS-PEE-TAUX-ABOND
                       MOVE RPEE-PLAFOND-ANNUEL TO WS-PEE-PLAFOND-PLAN
                       MOVE RPEE-TAUX-CSG-CRDS TO WS-PEE-TAUX-CSG
                       MOVE RPEE-TAUX-FORFAIT TO WS-PEE-TAUX-FORFAIT
               END-READ
               CLOSE FICHIER-REGLE-PEE
           END-IF
      * L'abondement ne peut exceder le triple du versement.
           IF WS-PEE-TAUX-ABOND > 300
               MOVE 300 TO WS-PEE-TAUX-ABOND
           END-IF
           MOVE 0 TO WS-NB-ADH-PEE
           OPEN INPUT FICHIER-ADHESIONS-PEE
           IF WS-STATUT-ADHESIONS-PEE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ADHESIONS-PEE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ADH-PEE < 2000
                               ADD 1 TO WS-NB-ADH-PEE
                               MOVE APEE-EMP-ID TO
                                   WS-APE-EMP-ID(WS-NB-ADH-PEE)
                               MOVE APEE-MONTANT TO
                                   WS-APE-MONTANT(WS-NB-ADH-PEE)
                               MOVE APEE-PERIODE-DEBUT TO
                                   WS-APE-DEBUT(WS-NB-ADH-PEE)
                               MOVE APEE-PERIODE-FIN TO
                                   WS-APE-FIN(WS-NB-ADH-PEE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADHESIONS-PEE
               MOVE 'N' TO WS-FIN
           END-IF
           MOVE 0 TO WS-NB-MVT-PEE
           OPEN INPUT FICHIER-MOUVEMENTS-PEE
           IF WS-STATUT-MOUVEMENTS-PEE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-MOUVEMENTS-PEE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-MVT-PEE < 20000
                               ADD 1 TO WS-NB-MVT-PEE
                               MOVE MOUVEMENT-PEE-RECORD TO
                                   WS-MPE(WS-NB-MVT-PEE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MOUVEMENTS-PEE
               MOVE 'N' TO WS-FIN
           END-IF.

       CALCULER-PEE.
      * Versement du mois : montant de l'adhesion ouverte sur la
      * periode. Versement facultatif : borne au net disponible,
      * sans report sur les runs suivants. Abondement au taux du
      * reglement, borne au reliquat du plafond annuel (plafond du
      * plan, au plus 8 % du plafond annuel de la securite sociale)
      * diminue de l'abondement des autres periodes de l'annee. Il
      * est verse au plan par l'employeur, hors net, sans
      * cotisations ni impot ; sa CSG/CRDS est retenue au salarie,
      * son forfait social est a la charge de l'employeur.
           MOVE 0 TO WS-PEE-VERSEMENT WS-PEE-ABONDEMENT
               WS-PEE-CSG WS-PEE-FORFAIT
           PERFORM VARYING WS-IDX-APE FROM 1 BY 1
               UNTIL WS-IDX-APE > WS-NB-ADH-PEE
               IF WS-APE-EMP-ID(WS-IDX-APE) = EMP-ID
                   AND WS-APE-DEBUT(WS-IDX-APE) <= WS-PERIODE-CIBLE
                   AND (WS-APE-FIN(WS-IDX-APE) = 0
                       OR WS-APE-FIN(WS-IDX-APE) >= WS-PERIODE-CIBLE)
                   ADD WS-APE-MONTANT(WS-IDX-APE) TO WS-PEE-VERSEMENT
               END-IF
           END-PERFORM
           IF WS-PEE-VERSEMENT > WS-SALAIRE-NET
               MOVE WS-SALAIRE-NET TO WS-PEE-VERSEMENT
           END-IF
           MOVE 0 TO WS-PEE-ABONDE-AN
           MOVE 0 TO WS-MPE-COUR
           PERFORM VARYING WS-IDX-MPE FROM 1 BY 1
               UNTIL WS-IDX-MPE > WS-NB-MVT-PEE
               IF WS-MPE-EMP-ID(WS-IDX-MPE) = EMP-ID
                   IF WS-MPE-PERIODE(WS-IDX-MPE) = WS-PERIODE-CIBLE
                       MOVE WS-IDX-MPE TO WS-MPE-COUR
                   ELSE
                       IF WS-MPE-PERIODE(WS-IDX-MPE)(1:4) =
                           WS-PERIODE-CIBLE(1:4)
                           ADD WS-MPE-ABONDEMENT(WS-IDX-MPE) TO
                               WS-PEE-ABONDE-AN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEE-VERSEMENT > 0
               PERFORM CALCULER-ABONDEMENT-PEE
               IF WS-PEE-VERSEMENT + WS-PEE-CSG > WS-SALAIRE-NET
                   IF WS-PEE-CSG >= WS-SALAIRE-NET
                       MOVE 0 TO WS-PEE-VERSEMENT
                   ELSE
                       COMPUTE WS-PEE-VERSEMENT =
                           WS-SALAIRE-NET - WS-PEE-CSG
                   END-IF
                   PERFORM CALCULER-ABONDEMENT-PEE
               END-IF
           END-IF
      * Mouvement de la periode, remplace s'il existe deja (recalcul
      * de la meme periode) ; un mouvement ramene a zero n'est pas
      * reecrit.
           IF WS-MPE-COUR = 0 AND WS-PEE-VERSEMENT > 0
               AND WS-NB-MVT-PEE < 20000
               ADD 1 TO WS-NB-MVT-PEE
               MOVE WS-NB-MVT-PEE TO WS-MPE-COUR
           END-IF
           IF WS-MPE-COUR > 0
               MOVE EMP-ID TO WS-MPE-EMP-ID(WS-MPE-COUR)
               MOVE WS-PERIODE-CIBLE TO WS-MPE-PERIODE(WS-MPE-COUR)
               MOVE WS-NUMERO-RUN TO WS-MPE-RUN(WS-MPE-COUR)
               MOVE WS-PEE-VERSEMENT TO WS-MPE-VERSEMENT(WS-MPE-COUR)
               MOVE WS-PEE-ABONDEMENT TO
                   WS-MPE-ABONDEMENT(WS-MPE-COUR)
               MOVE WS-PEE-CSG TO WS-MPE-CSG(WS-MPE-COUR)
               MOVE WS-PEE-FORFAIT TO WS-MPE-FORFAIT(WS-MPE-COUR)
           END-IF.

       CALCULER-ABONDEMENT-PEE.
           COMPUTE WS-PEE-PLAFOND-LEGAL ROUNDED =
               WS-PLAFOND-MENSUEL * 12 * 8 / 100
           MOVE WS-PEE-PLAFOND-PLAN TO WS-PEE-PLAFOND
           IF WS-PEE-PLAFOND = 0
               OR (WS-PEE-PLAFOND-LEGAL > 0
                   AND WS-PEE-PLAFOND-LEGAL < WS-PEE-PLAFOND)
               MOVE WS-PEE-PLAFOND-LEGAL TO WS-PEE-PLAFOND
           END-IF
           MOVE 0 TO WS-PEE-RELIQUAT
           IF WS-PEE-PLAFOND > WS-PEE-ABONDE-AN
               COMPUTE WS-PEE-RELIQUAT =
                   WS-PEE-PLAFOND - WS-PEE-ABONDE-AN
           END-IF
           COMPUTE WS-PEE-ABONDEMENT ROUNDED =
               WS-PEE-VERSEMENT * WS-PEE-TAUX-ABOND / 100
           IF WS-PEE-ABONDEMENT > WS-PEE-RELIQUAT
               MOVE WS-PEE-RELIQUAT TO WS-PEE-ABONDEMENT
           END-IF
           COMPUTE WS-PEE-CSG ROUNDED =
               WS-PEE-ABONDEMENT * WS-PEE-TAUX-CSG / 100
           COMPUTE WS-PEE-FORFAIT ROUNDED =
               WS-PEE-ABONDEMENT * WS-PEE-TAUX-FORFAIT / 100.

       ECRIRE-PEE-BULLETIN.
      * Abondement place sur le plan par l'employeur : hors net,
      * rappele sous le versement avec son forfait social.
           IF WS-PEE-ABONDEMENT > 0
               MOVE WS-PEE-ABONDEMENT TO WS-AFF-PEE
               MOVE WS-PEE-FORFAIT TO WS-AFF-PEE2
               MOVE SPACES TO LIGNE-BULLETIN
               STRING '  dont abondement employeur au plan : '
                   WS-AFF-PEE ' (forfait social ' WS-AFF-PEE2 ')'
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-MOUVEMENTS-PEE.
      * Reecrit mouvements-pee.txt, sur le meme principe
      * qu'ECRIRE-RETENUES-REC ; seules l'annee du run et la
      * precedente (releve annuel de janvier) sont conservees.
           IF WS-NB-MVT-PEE > 0
               COMPUTE WS-ANNEE-PURGE-PEE =
                   FUNCTION NUMVAL(WS-PERIODE-CIBLE(1:4)) - 1
               OPEN OUTPUT FICHIER-MOUVEMENTS-PEE
               PERFORM VARYING WS-IDX-MPE FROM 1 BY 1
                   UNTIL WS-IDX-MPE > WS-NB-MVT-PEE
                   IF WS-MPE-VERSEMENT(WS-IDX-MPE) > 0
                       AND WS-MPE-PERIODE(WS-IDX-MPE)(1:4) >=
                           WS-ANNEE-PURGE-PEE
                       MOVE WS-MPE(WS-IDX-MPE) TO
                           MOUVEMENT-PEE-RECORD
                       WRITE MOUVEMENT-PEE-RECORD
                   END-IF
               END-PERFORM
               CLOSE FICHIER-MOUVEMENTS-PEE
           END-IF.

       CHARGER-TRANSPORT.
      * abonnements-transport.txt : abonnements dont la fenetre de
      * validite couvre la date du run (fin a zero = en cours).
           ADD WS-MAJ-MT-DIMANCHE TO WS-SALAIRE-PRORATE
           ADD WS-MAJ-MT-FERIE TO WS-SALAIRE-PRORATE.

       CHARGER-HISTO-SALAIRES.
      * historique-salaires.txt : seuls les changements dont la date
      * d'effet tombe dans le mois du run, apres le 1er, donnent
      * de l'employe dont la date d'effet la plus recente est
      * atteinte a la date du run : un nouveau taux s'applique donc
      * automatiquement des sa date d'effet. Cotisation patronale
      * assise sur le brut soumis (au-dela de la franchise pour une
      * gratification de stage). Pour une mutation en cours de
      * mois, le taux de l'ancien site couvre les jours precedant
      * la date d'effet, celui du nouveau site le reste du mois.
           PERFORM TROUVER-MUTATION-EMPLOYE
               PERFORM TROUVER-TAUX-ATMP-SITE
               MOVE WS-TAUX-SIRET TO WS-ATMP-TAUX-ANCIEN
               COMPUTE WS-ATMP-MONTANT ROUNDED =
                   WS-BASE-COTIS / 100 / WS-JOURS-DANS-MOIS
                   * (WS-ATMP-TAUX-ANCIEN
                      * (WS-MUTA-JOUR-COUR - 1)
                      + WS-ATMP-TAUX-COUR
           ELSE
               IF WS-ATMP-TAUX-COUR > 0
                   COMPUTE WS-ATMP-MONTANT ROUNDED =
                       WS-BASE-COTIS * WS-ATMP-TAUX-COUR / 100
               END-IF
           END-IF
           IF WS-ATMP-MONTANT > 0
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-GRATIFICATION-STAGE.
      * gratification-stage.txt : minimum horaire legal, franchise
      * horaire de cotisations et duree de stage rendant le minimum
      * obligatoire. Fichier optionnel : sans lui, pas de franchise
      * (gratification cotisee en totalite) ni de controle du
      * minimum.
           OPEN INPUT FICHIER-GRATIFICATION
           IF WS-STATUT-GRATIFICATION = '00'
               READ FICHIER-GRATIFICATION
                   AT END CONTINUE
                   NOT AT END
                       MOVE GST-TAUX-MINIMUM TO WS-GST-TAUX-MINIMUM
                       MOVE GST-SEUIL-FRANCHISE TO WS-GST-SEUIL
                       MOVE GST-DUREE-MOIS TO WS-GST-DUREE-MOIS
               END-READ
               CLOSE FICHIER-GRATIFICATION
           END-IF.

       CHARGER-CONVENTIONS-STAGE.
      * conventions-stage.txt : une ligne par convention ou avenant,
      * la derniere lue pour un employe fait foi. Fichier optionnel.
           MOVE 0 TO WS-NB-CONV
           OPEN INPUT FICHIER-CONVENTIONS-STAGE
           IF WS-STATUT-CONVENTIONS-STAGE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONVENTIONS-STAGE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-CONV < 500
                               ADD 1 TO WS-NB-CONV
                               MOVE CST-EMP-ID TO
                                   WS-CONV-EMP-ID(WS-NB-CONV)
                               MOVE CST-DATE-DEBUT TO
                                   WS-CONV-DEBUT(WS-NB-CONV)
                               MOVE CST-DATE-FIN TO
                                   WS-CONV-FIN(WS-NB-CONV)
                               MOVE CST-HEURES-HEBDO TO
                                   WS-CONV-HEURES(WS-NB-CONV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONVENTIONS-STAGE
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-TAUX-AP.
      * taux-activite-partielle.txt : taux, plafond et minima legaux
      * de l'indemnite et de l'allocation. Fichier optionnel : sans
      * lui, les valeurs legales par defaut s'appliquent.
           OPEN INPUT FICHIER-TAUX-AP
           IF WS-STATUT-TAUX-AP = '00'
               READ FICHIER-TAUX-AP
                   AT END CONTINUE
                   NOT AT END
                       MOVE TAP-TAUX-INDEMNITE TO WS-AP-TAUX-INDEMNITE
                       MOVE TAP-TAUX-ALLOCATION TO
                           WS-AP-TAUX-ALLOCATION
                       MOVE TAP-PLAFOND-SMIC TO WS-AP-PLAFOND-SMIC
                       MOVE TAP-PLANCHER-INDEMNITE TO
                           WS-AP-PLANCHER-IND
                       MOVE TAP-PLANCHER-ALLOCATION TO
                           WS-AP-PLANCHER-ALLOC
                       MOVE TAP-TAUX-NET-SMIC TO WS-AP-TAUX-NET-SMIC
               END-READ
               CLOSE FICHIER-TAUX-AP
           END-IF.

       CHARGER-ACTIVITE-PARTIELLE.
      * activite-partielle.txt : seules les heures de la periode du
      * run sont retenues ; plusieurs lignes d'un meme employe
      * s'additionnent, la derniere autorisation lue fait foi.
      * Fichier optionnel.
           MOVE 0 TO WS-NB-AP
           OPEN INPUT FICHIER-ACTIVITE-PARTIELLE
           IF WS-STATUT-AP = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ACTIVITE-PARTIELLE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF APA-PERIODE = WS-PERIODE-CIBLE
                               PERFORM RANGER-ACTIVITE-PARTIELLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ACTIVITE-PARTIELLE
               MOVE 'N' TO WS-FIN
           END-IF.

       RANGER-ACTIVITE-PARTIELLE.
           MOVE 0 TO WS-IDX-AP
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
               UNTIL WS-IDX-AP > WS-NB-AP
               OR WS-AP-EMP-ID(WS-IDX-AP) = APA-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-IDX-AP > WS-NB-AP
               IF WS-NB-AP < 999
                   ADD 1 TO WS-NB-AP
                   MOVE WS-NB-AP TO WS-IDX-AP
                   MOVE APA-EMP-ID TO WS-AP-EMP-ID(WS-IDX-AP)
                   MOVE 0 TO WS-AP-HEURES(WS-IDX-AP)
               ELSE
                   MOVE 0 TO WS-IDX-AP
               END-IF
           END-IF
           IF WS-IDX-AP > 0
               ADD APA-HEURES TO WS-AP-HEURES(WS-IDX-AP)
               IF APA-AUTORISATION NOT = SPACES
                   MOVE APA-AUTORISATION TO
                       WS-AP-AUTORISATION(WS-IDX-AP)
               END-IF
           END-IF.

       CHARGER-DEMANDES-AP.
      * demandes-ap.txt : suivi de toutes les periodes, reecrit en fin
      * de run avec les indemnites de la periode a jour. Fichier
      * optionnel (cree au premier run qui indemnise des heures).
           MOVE 0 TO WS-NB-APD
           OPEN INPUT FICHIER-DEMANDES-AP
           IF WS-STATUT-DEMANDES-AP = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-DEMANDES-AP
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-APD < 3000
                               ADD 1 TO WS-NB-APD
                               MOVE APD-EMP-ID TO
                                   WS-APD-EMP-ID(WS-NB-APD)
                               MOVE APD-PERIODE TO
                                   WS-APD-PERIODE(WS-NB-APD)
                               MOVE APD-AUTORISATION TO
                                   WS-APD-AUTORISATION(WS-NB-APD)
                               MOVE APD-HEURES TO
                                   WS-APD-HEURES(WS-NB-APD)
                               MOVE APD-TAUX-HORAIRE TO
                                   WS-APD-TAUX(WS-NB-APD)
                               MOVE APD-INDEMNITE TO
                                   WS-APD-INDEMNITE(WS-NB-APD)
                               MOVE APD-ALLOCATION TO
                                   WS-APD-ALLOCATION(WS-NB-APD)
                               MOVE APD-STATUT TO
                                   WS-APD-STATUT(WS-NB-APD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEMANDES-AP
               MOVE 'N' TO WS-FIN
           END-IF.

       CALCULER-ACTIVITE-PARTIELLE.
      * Heures chomees : retenues sur le brut au taux horaire du
      * salaire (un paye a l'heure n'en a pas saisi, rien a retenir)
      * et indemnisees a WS-AP-TAUX-INDEMNITE % du salaire horaire de
      * reference en EUR, plafonne a WS-AP-PLAFOND-SMIC SMIC horaire.
      * L'indemnite horaire ne descend pas sous le plancher legal,
      * sauf salaire horaire plus faible (elle ne le depasse jamais).
      * L'allocation de l'Etat suit le meme calcul a son propre taux,
      * sans exceder l'indemnite versee.
           MOVE 0 TO WS-AP-HEURES-EMP
           MOVE SPACES TO WS-AP-AUTORISATION-EMP
           MOVE 0 TO WS-RETENUE-AP
           MOVE 0 TO WS-AP-HORAIRE-REF
           MOVE 0 TO WS-AP-INDEMNITE
           MOVE 0 TO WS-AP-ALLOCATION
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
               UNTIL WS-IDX-AP > WS-NB-AP
               IF WS-AP-EMP-ID(WS-IDX-AP) = EMP-ID
                   MOVE WS-AP-HEURES(WS-IDX-AP) TO WS-AP-HEURES-EMP
                   MOVE WS-AP-AUTORISATION(WS-IDX-AP) TO
                       WS-AP-AUTORISATION-EMP
               END-IF
           END-PERFORM
           IF WS-AP-HEURES-EMP > 0
               PERFORM EVALUER-ACTIVITE-PARTIELLE
           END-IF.

       EVALUER-ACTIVITE-PARTIELLE.
           IF WS-EST-HORAIRE = 'O'
               COMPUTE WS-AP-HORAIRE ROUNDED =
                   WS-TAUX-HORAIRE-EMP * (1 + WS-TAUX-ANCIENNETE)
           ELSE
               COMPUTE WS-AP-HORAIRE ROUNDED =
                   EMP-SALAIRE * (1 + WS-TAUX-ANCIENNETE)
                   / WS-HEURES-MENSUELLES
               COMPUTE WS-RETENUE-AP ROUNDED =
                   WS-AP-HORAIRE * WS-AP-HEURES-EMP
               IF WS-RETENUE-AP > WS-SALAIRE-PRORATE
                   MOVE WS-SALAIRE-PRORATE TO WS-RETENUE-AP
               END-IF
           END-IF
           COMPUTE WS-AP-HORAIRE-EUR ROUNDED =
               WS-AP-HORAIRE * WS-TAUX-CHANGE
           MOVE WS-AP-HORAIRE-EUR TO WS-AP-HORAIRE-REF
           IF WS-SMIC-MENSUEL > 0
               COMPUTE WS-AP-PLAFOND-H ROUNDED =
                   WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
                   * WS-AP-PLAFOND-SMIC
               IF WS-AP-HORAIRE-REF > WS-AP-PLAFOND-H
                   MOVE WS-AP-PLAFOND-H TO WS-AP-HORAIRE-REF
               END-IF
           END-IF
           COMPUTE WS-AP-IND-HORAIRE ROUNDED =
               WS-AP-HORAIRE-REF * WS-AP-TAUX-INDEMNITE / 100
           IF WS-AP-IND-HORAIRE < WS-AP-PLANCHER-IND
               IF WS-AP-HORAIRE-EUR < WS-AP-PLANCHER-IND
                   MOVE WS-AP-HORAIRE-EUR TO WS-AP-IND-HORAIRE
               ELSE
                   MOVE WS-AP-PLANCHER-IND TO WS-AP-IND-HORAIRE
               END-IF
           END-IF
           COMPUTE WS-AP-ALLOC-HORAIRE ROUNDED =
               WS-AP-HORAIRE-REF * WS-AP-TAUX-ALLOCATION / 100
           IF WS-AP-ALLOC-HORAIRE < WS-AP-PLANCHER-ALLOC
               MOVE WS-AP-PLANCHER-ALLOC TO WS-AP-ALLOC-HORAIRE
           END-IF
           IF WS-AP-ALLOC-HORAIRE > WS-AP-IND-HORAIRE
               MOVE WS-AP-IND-HORAIRE TO WS-AP-ALLOC-HORAIRE
           END-IF
           COMPUTE WS-AP-INDEMNITE ROUNDED =
               WS-AP-IND-HORAIRE * WS-AP-HEURES-EMP
           COMPUTE WS-AP-ALLOCATION ROUNDED =
               WS-AP-ALLOC-HORAIRE * WS-AP-HEURES-EMP
           IF WS-AP-AUTORISATION-EMP = SPACES
               MOVE EMP-ID TO WS-ID-AFF
               MOVE SPACES TO LIGNE-ALERTE
               STRING 'EMP-ID ' WS-ID-AFF
                   ' : ALERTE ACTIVITE PARTIELLE - heures sans '
                   'autorisation'
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'ALERTE ACTIVITE PARTIELLE - EMP-ID ' WS-ID-AFF
                   ' : heures sans autorisation'
           END-IF
           PERFORM ENREGISTRER-DEMANDE-AP.

       ENREGISTRER-DEMANDE-AP.
      * Met a jour la ligne (employe, periode) du suivi, ou l'ajoute
      * au statut CALCULEE ; le statut d'une ligne deja demandee ou
      * remboursee est conserve.
           MOVE 0 TO WS-APD-COUR
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-EMP-ID(WS-IDX-APD) = EMP-ID
                   AND WS-APD-PERIODE(WS-IDX-APD) = WS-PERIODE-CIBLE
                   MOVE WS-IDX-APD TO WS-APD-COUR
               END-IF
           END-PERFORM
           IF WS-APD-COUR = 0
               IF WS-NB-APD < 3000
                   ADD 1 TO WS-NB-APD
                   MOVE WS-NB-APD TO WS-APD-COUR
                   MOVE EMP-ID TO WS-APD-EMP-ID(WS-APD-COUR)
                   MOVE WS-PERIODE-CIBLE TO WS-APD-PERIODE(WS-APD-COUR)
                   MOVE 'CALCULEE' TO WS-APD-STATUT(WS-APD-COUR)
               END-IF
           END-IF
           IF WS-APD-COUR > 0
               MOVE WS-AP-AUTORISATION-EMP TO
                   WS-APD-AUTORISATION(WS-APD-COUR)
               MOVE WS-AP-HEURES-EMP TO WS-APD-HEURES(WS-APD-COUR)
               MOVE WS-AP-HORAIRE-REF TO WS-APD-TAUX(WS-APD-COUR)
               MOVE WS-AP-INDEMNITE TO WS-APD-INDEMNITE(WS-APD-COUR)
               MOVE WS-AP-ALLOCATION TO
                   WS-APD-ALLOCATION(WS-APD-COUR)
           END-IF.

       CALCULER-AP-NET.
      * L'indemnite supporte la CSG/CRDS des revenus de remplacement
      * (part deductible WS-AP-TAUX-CSG-DED, reste non deductible),
      * ecretee pour que brut et indemnite nets de ce prelevement ne
      * descendent pas sous le SMIC brut du temps de travail. Un
      * temps plein mensualise recoit en plus le complement qui porte
      * sa remuneration nette au SMIC net (remuneration mensuelle
      * minimale). Indemnite et complement entrent au net social et
      * au net imposable, pas au brut.
           MOVE 0 TO WS-AP-CSG
           MOVE 0 TO WS-AP-CSG-DED
           MOVE 0 TO WS-AP-COMPLEMENT
           IF WS-AP-INDEMNITE > 0
               PERFORM EVALUER-AP-NET
           END-IF.

       EVALUER-AP-NET.
           COMPUTE WS-AP-CSG ROUNDED =
               WS-AP-INDEMNITE * WS-ASSIETTE-CSG
               * (WS-AP-TAUX-CSG-DED + WS-AP-TAUX-CSG-ND)
           IF WS-SMIC-MENSUEL > 0
               COMPUTE WS-AP-SMIC-REF ROUNDED =
                   WS-SMIC-MENSUEL * EMP-TAUX-TEMPS / 100
                   * WS-JOURS-PRESENCE / WS-JOURS-DANS-MOIS
               COMPUTE WS-AP-CALC =
                   WS-SALAIRE-EUR + WS-AP-INDEMNITE - WS-AP-SMIC-REF
               IF WS-AP-CALC < 0
                   MOVE 0 TO WS-AP-CSG
               ELSE
                   IF WS-AP-CALC < WS-AP-CSG
                       MOVE WS-AP-CALC TO WS-AP-CSG
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-AP-CSG-DED ROUNDED =
               WS-AP-CSG * WS-AP-TAUX-CSG-DED
               / (WS-AP-TAUX-CSG-DED + WS-AP-TAUX-CSG-ND)
           IF WS-EST-HORAIRE = 'N' AND EMP-TAUX-TEMPS = 100
               AND WS-SMIC-MENSUEL > 0
               AND EMP-CATEGORIE NOT = 'STAGE'
               COMPUTE WS-AP-CALC =
                   WS-SMIC-MENSUEL * WS-AP-TAUX-NET-SMIC
                   * WS-JOURS-PRESENCE / WS-JOURS-DANS-MOIS
                   - (WS-SALAIRE-EUR - WS-COTISATIONS
                      + WS-AP-INDEMNITE - WS-AP-CSG)
               IF WS-AP-CALC > 0
                   MOVE WS-AP-CALC TO WS-AP-COMPLEMENT
               END-IF
           END-IF
           COMPUTE WS-NET-SOCIAL = WS-NET-SOCIAL
               + WS-AP-INDEMNITE - WS-AP-CSG + WS-AP-COMPLEMENT
           COMPUTE WS-NET-IMPOSABLE = WS-NET-IMPOSABLE
               + WS-AP-INDEMNITE - WS-AP-CSG-DED + WS-AP-COMPLEMENT.

       CALCULER-GRATIFICATION-STAGE.
      * Stagiaire : la gratification est exoneree de cotisations
      * jusqu'a la franchise (seuil horaire x heures de presence
      * prevues par la convention sur le mois, mensualisees sur 52
      * semaines et proratisees aux jours de presence) ; seule la
      * part au-dela reste dans l'assiette. Elle doit atteindre le
      * minimum legal (taux horaire x memes heures) des que le stage
      * depasse la duree legale. Sans convention, la gratification
      * reste cotisee en totalite et l'anomalie est signalee.
           MOVE 0 TO WS-STG-CONV
           MOVE 0 TO WS-STG-HEURES-MOIS
           MOVE 0 TO WS-STG-FRANCHISE
           MOVE 0 TO WS-STG-EXONERE
           MOVE 0 TO WS-STG-MINIMUM
           MOVE 0 TO WS-STG-CAP-DATE
           MOVE 'N' TO WS-STG-MINIMUM-DU
           MOVE 'N' TO WS-ALERTE-GRATIF
           MOVE 'N' TO WS-ALERTE-CAP-STAGE
           MOVE 'N' TO WS-ALERTE-CONV-STAGE
           IF EMP-CATEGORIE = 'STAGE'
               PERFORM TROUVER-TAUX-STAGE
               PERFORM VARYING WS-IDX-CONV FROM 1 BY 1
                   UNTIL WS-IDX-CONV > WS-NB-CONV
                   IF WS-CONV-EMP-ID(WS-IDX-CONV) = EMP-ID
                       MOVE WS-IDX-CONV TO WS-STG-CONV
                   END-IF
               END-PERFORM
               IF WS-STG-CONV = 0
                   MOVE 'O' TO WS-ALERTE-CONV-STAGE
               ELSE
                   PERFORM APPLIQUER-CONVENTION-STAGE
               END-IF
           END-IF.

       TROUVER-TAUX-STAGE.
      * La ligne STAGE de taux-cotisations.txt reste a zero : les
      * autres lecteurs du fichier (apercu, simulateur, provisions,
      * solde de tout compte) ne connaissent pas la franchise. Les
      * taux de la part au-dela sont ceux des lignes STAGE de
      * cotisations-detail.txt, deja imprimees sur le bulletin : une
      * ligne A ou T compte en tranche A, une ligne B ou T en
      * tranche B.
           MOVE 0 TO WS-TAUX-COTIS
           MOVE 0 TO WS-TAUX-PATRONAL
           MOVE 0 TO WS-TAUX-COTIS-TB
           MOVE 0 TO WS-TAUX-PATRONAL-TB
           PERFORM VARYING WS-IDX-CD FROM 1 BY 1
               UNTIL WS-IDX-CD > WS-NB-COTIS-DETAIL
               IF WS-CD-CATEGORIE(WS-IDX-CD) = EMP-CATEGORIE
                   IF WS-CD-BASE(WS-IDX-CD) NOT = 'B'
                       ADD WS-CD-TAUX-SAL(WS-IDX-CD) TO WS-TAUX-COTIS
                       ADD WS-CD-TAUX-PAT(WS-IDX-CD) TO
                           WS-TAUX-PATRONAL
                   END-IF
                   IF WS-CD-BASE(WS-IDX-CD) NOT = 'A'
                       ADD WS-CD-TAUX-SAL(WS-IDX-CD) TO
                           WS-TAUX-COTIS-TB
                       ADD WS-CD-TAUX-PAT(WS-IDX-CD) TO
                           WS-TAUX-PATRONAL-TB
                   END-IF
               END-IF
           END-PERFORM.

       APPLIQUER-CONVENTION-STAGE.
           COMPUTE WS-STG-HEURES-MOIS ROUNDED =
               WS-CONV-HEURES(WS-STG-CONV) * 52 / 12
               * WS-JOURS-PRESENCE / WS-JOURS-DANS-MOIS
           COMPUTE WS-STG-FRANCHISE ROUNDED =
               WS-GST-SEUIL * WS-STG-HEURES-MOIS
           COMPUTE WS-STG-MINIMUM ROUNDED =
               WS-GST-TAUX-MINIMUM * WS-STG-HEURES-MOIS
           IF WS-BASE-COTIS > WS-STG-FRANCHISE
               MOVE WS-STG-FRANCHISE TO WS-STG-EXONERE
           ELSE
               MOVE WS-BASE-COTIS TO WS-STG-EXONERE
           END-IF
           SUBTRACT WS-STG-EXONERE FROM WS-BASE-COTIS

      * Cap de la duree legale : meme quantieme GST-DUREE-MOIS mois
      * apres le debut du stage, ramene au dernier jour du mois
      * quand ce jour n'existe pas (31 aout + 2 mois = 31 octobre,
      * 31 decembre + 2 mois = 28/29 fevrier).
           MOVE WS-CONV-DEBUT(WS-STG-CONV) TO WS-STG-CAP-DATE
           COMPUTE WS-STG-MOIS = WS-STG-CAP-MM + WS-GST-DUREE-MOIS
           PERFORM UNTIL WS-STG-MOIS <= 12
               SUBTRACT 12 FROM WS-STG-MOIS
               ADD 1 TO WS-STG-CAP-AAAA
           END-PERFORM
           MOVE WS-STG-MOIS TO WS-STG-CAP-MM
           PERFORM UNTIL WS-STG-CAP-JJ < 29
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-STG-CAP-DATE) = 0
               SUBTRACT 1 FROM WS-STG-CAP-JJ
           END-PERFORM

      * Le minimum est du pour tout stage qui va au-dela du cap ; le
      * mois ou le cap est franchi, le stagiaire est signale.
           IF WS-CONV-FIN(WS-STG-CONV) > WS-STG-CAP-DATE
               MOVE 'O' TO WS-STG-MINIMUM-DU
               IF WS-STG-CAP-DATE >= WS-PREMIER-JOUR-MOIS
                   AND FUNCTION INTEGER-OF-DATE(WS-STG-CAP-DATE)
                       <= WS-INT-DERNIER-MOIS
                   MOVE 'O' TO WS-ALERTE-CAP-STAGE
               END-IF
           END-IF
           COMPUTE WS-STG-GRATIFICATION ROUNDED =
               WS-SALAIRE-BASE-MOIS * WS-TAUX-CHANGE
           IF WS-STG-MINIMUM-DU = 'O'
               AND WS-STG-GRATIFICATION < WS-STG-MINIMUM
               MOVE 'O' TO WS-ALERTE-GRATIF
           END-IF.

       ECRIRE-ALERTES-STAGE.
      * Meme fichier d'alertes que le controle SMIC.
           MOVE EMP-ID TO WS-ID-AFF
           IF WS-ALERTE-CONV-STAGE = 'O'
               MOVE SPACES TO LIGNE-ALERTE
               STRING 'EMP-ID ' WS-ID-AFF
                   ' : ALERTE STAGE - convention absente, '
                   'gratification cotisee'
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'ALERTE STAGE - EMP-ID ' WS-ID-AFF
                   ' : convention de stage absente'
           END-IF
           IF WS-ALERTE-CAP-STAGE = 'O'
               MOVE WS-GST-TAUX-MINIMUM TO WS-AFF-STG-TAUX
               MOVE SPACES TO LIGNE-ALERTE
               STRING 'EMP-ID ' WS-ID-AFF ' : STAGE - cap des '
                   WS-GST-DUREE-MOIS ' mois le ' WS-STG-CAP-DATE
                   ', minimum legal du (' WS-AFF-STG-TAUX '/h)'
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'STAGE - EMP-ID ' WS-ID-AFF ' : cap des '
                   WS-GST-DUREE-MOIS ' mois franchi le '
                   WS-STG-CAP-DATE ', gratification minimale due'
           END-IF
           IF WS-ALERTE-GRATIF = 'O'
               MOVE WS-STG-MINIMUM TO WS-AFF-STG-MT
               MOVE SPACES TO LIGNE-ALERTE
               STRING 'EMP-ID ' WS-ID-AFF
                   ' : ALERTE STAGE - gratification < minimum legal '
                   WS-AFF-STG-MT
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'ALERTE STAGE - EMP-ID ' WS-ID-AFF
                   ' : gratification inferieure au minimum legal '
                   WS-AFF-STG-MT
           END-IF.

       CHARGER-MUTATIONS.
      * mutations.txt : mutations dont la date d'effet tombe dans le
      * mois du run, avec le jour d'effet et l'ancien site. Fichier
      * optionnel.
           MOVE 0 TO WS-NB-MUTA
           OPEN INPUT FICHIER-MUTATIONS
           IF WS-STATUT-MUTATIONS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-MUTATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF MUTA-DATE-EFFET(1:6) =
                               WS-PERIODE-CIBLE
                               AND WS-NB-MUTA < 200
                               ADD 1 TO WS-NB-MUTA
                               MOVE MUTA-EMP-ID TO
                                   WS-MUTA-EMP-ID(WS-NB-MUTA)
                               MOVE MUTA-DATE-EFFET(7:2) TO
                                   WS-MUTA-JOUR(WS-NB-MUTA)
                               MOVE MUTA-ANCIEN-SITE TO
                                   WS-MUTA-ANCIEN(WS-NB-MUTA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MUTATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       TROUVER-MUTATION-EMPLOYE.
           MOVE 0 TO WS-MUTA-JOUR-COUR
           MOVE SPACES TO WS-MUTA-ANCIEN-COUR
           PERFORM VARYING WS-IDX-MUTA FROM 1 BY 1
               UNTIL WS-IDX-MUTA > WS-NB-MUTA
               IF WS-MUTA-EMP-ID(WS-IDX-MUTA) = EMP-ID
                   MOVE WS-MUTA-JOUR(WS-IDX-MUTA) TO
                       WS-MUTA-JOUR-COUR
                   MOVE WS-MUTA-ANCIEN(WS-IDX-MUTA) TO
                       WS-MUTA-ANCIEN-COUR
               END-IF
           END-PERFORM.

       CHARGER-AVANTAGES.
      * avantages-nature.txt : avantages dont la fenetre de validite
      * couvre la date du run (date de fin a zero = en cours).
      * Fichier optionnel, comme les autres tables de reference.
           MOVE 0 TO WS-NB-AN
           OPEN INPUT FICHIER-AVANTAGES
           IF WS-STATUT-AVANTAGES = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AVANTAGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF AN-DATE-DEBUT <= WS-DATE-SYS
                               AND (AN-DATE-FIN = 0
                                   OR AN-DATE-FIN >= WS-DATE-SYS)
                               AND WS-NB-AN < 2000
                               ADD 1 TO WS-NB-AN
                               MOVE AN-EMP-ID TO
                                   WS-AN-EMP-ID(WS-NB-AN)
                               MOVE AN-TYPE TO WS-AN-TYPE(WS-NB-AN)
                               MOVE AN-VALORISATION TO
                                   WS-AN-VALO(WS-NB-AN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVANTAGES
               MOVE 'N' TO WS-FIN
           END-IF.

       TROUVER-AVANTAGES.
           MOVE 0 TO WS-AN-MONTANT
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NB-AN
               IF WS-AN-EMP-ID(WS-IDX-AN) = EMP-ID
                   ADD WS-AN-VALO(WS-IDX-AN) TO WS-AN-MONTANT
               END-IF
           END-PERFORM.

       ECRIRE-AVANTAGES-BULLETIN.
      * Une ligne par avantage actif sous la rubrique des avantages
      * en nature ; la deduction apres impot qui neutralise la
      * valorisation dans le net a sa propre rubrique.
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NB-AN
               IF WS-AN-EMP-ID(WS-IDX-AN) = EMP-ID
                   MOVE WS-AN-VALO(WS-IDX-AN) TO WS-AFF-AN
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING '  dont avantage : '
                       WS-AN-TYPE(WS-IDX-AN) ' ' WS-AFF-AN
                       DELIMITED SIZE INTO LIGNE-BULLETIN
                   PERFORM ECRIRE-LIGNE-BULLETIN
               END-IF
      * Un jour compte pour un titre s'il existe (INTEGER-OF-DATE
      * rend zero pour un 31 avril), tombe dans la fenetre de
      * presence du mois (embauche ou sortie en cours de mois, comme
      * le prorata du brut), tombe un jour travaille de l'horaire
      * de l'employe (lundi a vendredi sans horaire individuel),
      * n'est pas ferie et n'est couvert par aucune absence de
      * l'employe.
           COMPUTE WS-INT-BOUCLE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BOUCLE)
           IF WS-INT-BOUCLE NOT = 0
               AND WS-INT-BOUCLE >= WS-INT-ARRIVEE
               AND WS-INT-BOUCLE <= WS-INT-DEPART
               CALL 'HORAIRE-JOUR' USING EMP-ID WS-DATE-BOUCLE
                   WS-HEURES-PREVUES WS-ORIGINE-HORAIRE
               IF WS-HEURES-PREVUES > 0
                   MOVE 'N' TO WS-EST-FERIE-TITRE
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
      * Les conges MATERNITE et PATERNITE suivent le meme circuit de
      * subrogation mais sans jour de carence : leurs IJSS courent
      * des le premier jour. Fichier optionnel, comme pour les
      * conges sans solde, et comme eux limite aux arrets debutant
      * dans le mois du run.
           MOVE 0 TO WS-NB-MALADIE
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM CALCULER-PERIODE-CONGE
                           IF (CONGE-TYPE = 'Maladie   '
                               OR CONGE-TYPE = 'MATERNITE '
                               OR CONGE-TYPE = 'PATERNITE ')
                               AND CONGE-STATUT = 'APPROUVE  '
                               AND WS-PERIODE-CONGE = WS-PERIODE-CIBLE
                               AND WS-NB-MALADIE < 2000
                               ADD 1 TO WS-NB-MALADIE
                               MOVE CONGE-EMP-ID TO
                                   WS-MAL-DEBUT(WS-NB-MALADIE)
                               MOVE CONGE-NB-JOURS TO
                                   WS-MAL-JOURS(WS-NB-MALADIE)
                               PERFORM CALCULER-HEURES-ABSENCE
                               MOVE WS-HEURES-ABSENCE TO
                                   WS-MAL-HEURES(WS-NB-MALADIE)
                               IF CONGE-TYPE NOT = 'Maladie   '
      * Maternite / paternite : pas de carence, tous les jours sont
      * indemnises.
                               END-IF
                               MOVE 0 TO
                                   WS-MAL-MONTANT-IJSS(WS-NB-MALADIE)
                               MOVE 'N' TO WS-MAL-REPORT(WS-NB-MALADIE)
                           END-IF
                   END-READ
               END-PERFORM
      * carence de 3 jours par arret, reversees a l'employe pour que
      * son net reste stable en attendant le versement CPAM.
           MOVE 0 TO WS-JOURS-MALADIE
           MOVE 0 TO WS-HEURES-MALADIE
           MOVE 0 TO WS-IJSS-MONTANT
           PERFORM VARYING WS-IDX-MAL FROM 1 BY 1
               UNTIL WS-IDX-MAL > WS-NB-MALADIE
               IF WS-MAL-EMP-ID(WS-IDX-MAL) = EMP-ID
                   AND WS-MAL-REPORT(WS-IDX-MAL) NOT = 'O'
                   ADD WS-MAL-JOURS(WS-IDX-MAL) TO WS-JOURS-MALADIE
                   ADD WS-MAL-HEURES(WS-IDX-MAL) TO WS-HEURES-MALADIE
                   COMPUTE WS-MAL-MONTANT-IJSS(WS-IDX-MAL) ROUNDED =
                       WS-TAUX-JOURNALIER * WS-TAUX-IJSS
                       * WS-MAL-JOURS-IJSS(WS-IDX-MAL)
                       TO WS-IJSS-MONTANT
               END-IF
           END-PERFORM
      * Sous horaire individuel : au prorata des heures prevues.
           IF WS-HORAIRE-INDIV = 'O' AND WS-HEURES-MOIS > 0
               COMPUTE WS-RETENUE-MALADIE ROUNDED =
                   WS-SALAIRE-BASE-MOIS * WS-HEURES-MALADIE
                   / WS-HEURES-MOIS
               IF WS-RETENUE-MALADIE > WS-SALAIRE-PRORATE
                   MOVE WS-SALAIRE-PRORATE TO WS-RETENUE-MALADIE
               END-IF
           ELSE
               COMPUTE WS-RETENUE-MALADIE ROUNDED =
                   WS-TAUX-JOURNALIER * WS-JOURS-MALADIE
           END-IF.

       CHARGER-IJSS-CONNUS.
      * Cles (EMP-ID, debut d'arret) deja presentes dans le fichier
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-TPT FROM 1 BY 1
               UNTIL WS-IDX-TPT > WS-NB-TPT
               IF WS-TPT-IJSS(WS-IDX-TPT) > 0
                   MOVE 'N' TO WS-IJC-DEJA
                   PERFORM VARYING WS-IDX-IJC FROM 1 BY 1
                       UNTIL WS-IDX-IJC > WS-NB-IJSS-CONNUS
                       IF WS-IJC-EMP-ID(WS-IDX-IJC) =
                           WS-TPT-EMP-ID(WS-IDX-TPT)
                           AND WS-IJC-DEBUT(WS-IDX-IJC) =
                               WS-TPT-CLE(WS-IDX-TPT)
                           MOVE 'O' TO WS-IJC-DEJA
                       END-IF
                   END-PERFORM
                   IF WS-IJC-DEJA = 'N'
                       MOVE WS-TPT-EMP-ID(WS-IDX-TPT) TO IJSS-EMP-ID
                       MOVE WS-TPT-CLE(WS-IDX-TPT) TO
                           IJSS-ARRET-DEBUT
                       MOVE WS-TPT-IJSS(WS-IDX-TPT) TO IJSS-ATTENDU
                       MOVE 0 TO IJSS-RECU
                       MOVE 'ATTENDU' TO IJSS-STATUT
                       WRITE IJSS-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FICHIER-IJSS.

       CHARGER-TEMPS-THERAPEUTIQUE.
      * temps-therapeutique.txt : toutes les periodes sont chargees,
      * l'intersection avec le mois du run est faite par employe
      * (les bornes du mois ne sont connues qu'apres chargement).
      * Une date de fin absente ou invalide laisse la periode
      * ouverte. Fichier optionnel.
           MOVE 0 TO WS-NB-TPT
           OPEN INPUT FICHIER-TEMPS-THERAP
           IF WS-STATUT-TPT = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-TEMPS-THERAP
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF TPT-TAUX-TRAVAIL NUMERIC
                               AND TPT-TAUX-TRAVAIL < 100
                               AND WS-NB-TPT < 999
                               PERFORM RANGER-TEMPS-THERAPEUTIQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TEMPS-THERAP
               MOVE 'N' TO WS-FIN
           END-IF.

       RANGER-TEMPS-THERAPEUTIQUE.
           MOVE 0 TO WS-TPT-DATE
           MOVE TPT-DEBUT(1:4) TO WS-TPT-DATE(1:4)
           MOVE TPT-DEBUT(6:2) TO WS-TPT-DATE(5:2)
           MOVE TPT-DEBUT(9:2) TO WS-TPT-DATE(7:2)
           IF WS-TPT-DATE NUMERIC AND WS-TPT-DATE > 0
               ADD 1 TO WS-NB-TPT
               MOVE TPT-EMP-ID TO WS-TPT-EMP-ID(WS-NB-TPT)
               COMPUTE WS-TPT-INT-DEBUT(WS-NB-TPT) =
                   FUNCTION INTEGER-OF-DATE(WS-TPT-DATE)
               MOVE 99999999 TO WS-TPT-INT-FIN(WS-NB-TPT)
               MOVE 0 TO WS-TPT-DATE
               MOVE TPT-FIN(1:4) TO WS-TPT-DATE(1:4)
               MOVE TPT-FIN(6:2) TO WS-TPT-DATE(5:2)
               MOVE TPT-FIN(9:2) TO WS-TPT-DATE(7:2)
               IF WS-TPT-DATE NUMERIC AND WS-TPT-DATE > 0
                   COMPUTE WS-TPT-INT-FIN(WS-NB-TPT) =
                       FUNCTION INTEGER-OF-DATE(WS-TPT-DATE)
               END-IF
               MOVE TPT-TAUX-TRAVAIL TO WS-TPT-TAUX(WS-NB-TPT)
               MOVE SPACES TO WS-TPT-CLE(WS-NB-TPT)
               MOVE 0 TO WS-TPT-IJSS(WS-NB-TPT)
           END-IF.

       CALCULER-TEMPS-THERAPEUTIQUE.
      * Pour chaque periode de l'employe qui recoupe le mois : jours
      * calendaires couverts (bornes aussi par l'entree et la sortie
      * de l'employe), retenue du brut de base au prorata de ces
      * jours sur le mois et de la part non travaillee, IJSS au taux
      * IJSS du salaire journalier par jour couvert, plafonnees a la
      * retenue. Un paye a l'heure n'est paye que des heures saisies :
      * rien a retenir, mais les IJSS restent dues.
           MOVE 0 TO WS-RETENUE-TPT
           MOVE 0 TO WS-TPT-IJSS-EMP
           MOVE 0 TO WS-TPT-JOURS-EMP
           MOVE 0 TO WS-TPT-TAUX-EMP
           MOVE 0 TO WS-TPT-SMIC-NON-TRAV
           PERFORM VARYING WS-IDX-TPT FROM 1 BY 1
               UNTIL WS-IDX-TPT > WS-NB-TPT
               IF WS-TPT-EMP-ID(WS-IDX-TPT) = EMP-ID
                   PERFORM EVALUER-TEMPS-THERAPEUTIQUE
               END-IF
           END-PERFORM
           IF WS-RETENUE-TPT > WS-SALAIRE-PRORATE
               MOVE WS-SALAIRE-PRORATE TO WS-RETENUE-TPT
           END-IF.

       EVALUER-TEMPS-THERAPEUTIQUE.
           MOVE 0 TO WS-TPT-IJSS(WS-IDX-TPT)
           MOVE WS-TPT-INT-DEBUT(WS-IDX-TPT) TO WS-TPT-INT-DEB-MOIS
           IF WS-TPT-INT-DEB-MOIS < WS-INT-ARRIVEE
               MOVE WS-INT-ARRIVEE TO WS-TPT-INT-DEB-MOIS
           END-IF
           MOVE WS-TPT-INT-FIN(WS-IDX-TPT) TO WS-TPT-INT-FIN-MOIS
           IF WS-TPT-INT-FIN-MOIS > WS-INT-DEPART
               MOVE WS-INT-DEPART TO WS-TPT-INT-FIN-MOIS
           END-IF
           IF WS-TPT-INT-FIN-MOIS >= WS-TPT-INT-DEB-MOIS
               COMPUTE WS-TPT-JOURS =
                   WS-TPT-INT-FIN-MOIS - WS-TPT-INT-DEB-MOIS + 1
               ADD WS-TPT-JOURS TO WS-TPT-JOURS-EMP
               MOVE WS-TPT-TAUX(WS-IDX-TPT) TO WS-TPT-TAUX-EMP
               COMPUTE WS-TPT-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TPT-INT-DEB-MOIS)
               MOVE SPACES TO WS-TPT-CLE(WS-IDX-TPT)
               STRING WS-TPT-DATE(1:4) '-' WS-TPT-DATE(5:2) '-'
                   WS-TPT-DATE(7:2)
                   DELIMITED SIZE INTO WS-TPT-CLE(WS-IDX-TPT)
               MOVE 0 TO WS-TPT-RETENUE-PER
               IF WS-EST-HORAIRE = 'N'
                   COMPUTE WS-TPT-RETENUE-PER ROUNDED =
                       WS-SALAIRE-BASE-MOIS
                       * (100 - WS-TPT-TAUX(WS-IDX-TPT)) / 100
                       * WS-TPT-JOURS / WS-JOURS-DANS-MOIS
                   ADD WS-TPT-RETENUE-PER TO WS-RETENUE-TPT
                   COMPUTE WS-TPT-SMIC-NON-TRAV ROUNDED =
                       WS-TPT-SMIC-NON-TRAV + WS-SMIC-MENSUEL
                       * EMP-TAUX-TEMPS / 100
                       * (100 - WS-TPT-TAUX(WS-IDX-TPT)) / 100
                       * WS-TPT-JOURS / WS-JOURS-DANS-MOIS
               ELSE
                   COMPUTE WS-TPT-RETENUE-PER ROUNDED =
                       WS-TAUX-HORAIRE-EMP * WS-HEURES-MENSUELLES
                       * EMP-TAUX-TEMPS / 100
                       * (100 - WS-TPT-TAUX(WS-IDX-TPT)) / 100
                       * WS-TPT-JOURS / WS-JOURS-DANS-MOIS
               END-IF
               COMPUTE WS-TPT-IJSS(WS-IDX-TPT) ROUNDED =
                   WS-TAUX-JOURNALIER * WS-TAUX-IJSS * WS-TPT-JOURS
               IF WS-TPT-IJSS(WS-IDX-TPT) > WS-TPT-RETENUE-PER
                   MOVE WS-TPT-RETENUE-PER TO WS-TPT-IJSS(WS-IDX-TPT)
               END-IF
               ADD WS-TPT-IJSS(WS-IDX-TPT) TO WS-TPT-IJSS-EMP
           END-IF.

       ECRIRE-DEMANDES-AP.
      * Reecrit demandes-ap.txt avec les indemnites de la periode a
      * jour ; les lignes des autres periodes sont reprises telles
      * quelles.
           IF WS-NB-APD > 0
               OPEN OUTPUT FICHIER-DEMANDES-AP
               PERFORM VARYING WS-IDX-APD FROM 1 BY 1
                   UNTIL WS-IDX-APD > WS-NB-APD
                   MOVE WS-APD-EMP-ID(WS-IDX-APD) TO APD-EMP-ID
                   MOVE WS-APD-PERIODE(WS-IDX-APD) TO APD-PERIODE
                   MOVE WS-APD-AUTORISATION(WS-IDX-APD) TO
                       APD-AUTORISATION
                   MOVE WS-APD-HEURES(WS-IDX-APD) TO APD-HEURES
                   MOVE WS-APD-TAUX(WS-IDX-APD) TO APD-TAUX-HORAIRE
                   MOVE WS-APD-INDEMNITE(WS-IDX-APD) TO APD-INDEMNITE
                   MOVE WS-APD-ALLOCATION(WS-IDX-APD) TO
                       APD-ALLOCATION
                   MOVE WS-APD-STATUT(WS-IDX-APD) TO APD-STATUT
                   WRITE DEMANDE-AP-RECORD
               END-PERFORM
               CLOSE FICHIER-DEMANDES-AP
           END-IF.

       CALCULER-PERIODE-CONGE.
      * Periode AAAAMM d'un conge de conges.dat : celle de son
      * premier jour (date AAAA-MM-JJ).
           MOVE 0 TO WS-PERIODE-CONGE
           IF CONGE-DEBUT(1:4) NUMERIC AND CONGE-DEBUT(6:2) NUMERIC
               MOVE CONGE-DEBUT(1:4) TO WS-PERIODE-CONGE(1:4)
               MOVE CONGE-DEBUT(6:2) TO WS-PERIODE-CONGE(5:2)
           END-IF.

       CHARGER-ABSENCES-PAIE.
      * absences-paie.txt : absences deja portees par un bulletin.
      * Les lignes posees par un precedent passage sur la periode du
      * run (run complementaire, reprise, relance) sont conservees
      * mais ne valent pas paiement : le run les recalcule. Sans
      * registre (premiere execution), les absences des periodes
      * passees sont reputees traitees par les paies d'avant et
      * inscrites en REPRISE, sans regularisation.
           MOVE 0 TO WS-NB-ABS-PAIE
           MOVE 'N' TO WS-ABP-TRONQUE
           MOVE 'N' TO WS-ABP-REPRISE
           COMPUTE WS-PERIODE-MIN-REGUL = WS-PERIODE-CIBLE - 100
           OPEN INPUT FICHIER-ABS-PAIE
           IF WS-STATUT-ABS-PAIE NOT = '00'
               MOVE 'O' TO WS-ABP-REPRISE
           ELSE
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ABS-PAIE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ABS-PAIE < 10000
                               ADD 1 TO WS-NB-ABS-PAIE
                               MOVE ABSP-RECORD TO
                                   WS-ABP(WS-NB-ABS-PAIE)
                           ELSE
                               MOVE 'O' TO WS-ABP-TRONQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABS-PAIE
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-ABP-TRONQUE = 'O'
               DISPLAY 'ATTENTION : absences-paie.txt depasse la '
                   'table, aucune absence passee regularisee ce run'
           END-IF.

       CHARGER-ABSENCES-RUN.
      * Absences approuvees retenues sur le brut (sans solde,
      * maladie, maternite, paternite) : celles du mois du run
      * (MOIS) et celles des douze periodes precedentes absentes du
      * registre (REPORT), saisies ou approuvees apres le cutoff de
      * leur paie et regularisees sur ce run.
           MOVE 0 TO WS-NB-ABS-RUN
           MOVE 0 TO WS-NB-REGUL-ABS
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF (CONGE-TYPE = 'SansSolde '
                               OR CONGE-TYPE = 'Maladie   '
                               OR CONGE-TYPE = 'MATERNITE '
                               OR CONGE-TYPE = 'PATERNITE ')
                               AND CONGE-STATUT = 'APPROUVE  '
                               PERFORM CLASSER-ABSENCE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-REGUL-ABS > 0
               DISPLAY 'Absences de periodes passees a regulariser : '
                   WS-NB-REGUL-ABS
           END-IF.

       CLASSER-ABSENCE-RUN.
           PERFORM CALCULER-PERIODE-CONGE
           IF WS-PERIODE-CONGE = WS-PERIODE-CIBLE
               MOVE 'MOIS' TO WS-ABR-MODE-COUR
               PERFORM AJOUTER-ABSENCE-RUN
           ELSE
               IF WS-PERIODE-CONGE < WS-PERIODE-CIBLE
                   AND WS-PERIODE-CONGE >= WS-PERIODE-MIN-REGUL
                   PERFORM CHERCHER-ABSENCE-PAYEE
                   IF WS-ABP-DEJA = 'N'
                       IF WS-ABP-REPRISE = 'O'
                           PERFORM INSCRIRE-REPRISE-ABSENCE
                       ELSE
                           IF WS-ABP-TRONQUE = 'N'
                               MOVE 'REPORT' TO WS-ABR-MODE-COUR
                               PERFORM AJOUTER-ABSENCE-RUN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-ABSENCE-PAYEE.
      * Deja payee = inscrite au registre par la paie d'une autre
      * periode que celle du run.
           MOVE 'N' TO WS-ABP-DEJA
           PERFORM VARYING WS-IDX-ABP FROM 1 BY 1
               UNTIL WS-IDX-ABP > WS-NB-ABS-PAIE
               IF WS-ABP-EMP-ID(WS-IDX-ABP) = CONGE-EMP-ID
                   AND WS-ABP-DEBUT(WS-IDX-ABP) = CONGE-DEBUT
                   AND WS-ABP-DEMI-JOUR(WS-IDX-ABP) = CONGE-DEMI-JOUR
                   AND WS-ABP-PER-PAIE(WS-IDX-ABP) NOT =
                       WS-PERIODE-CIBLE
                   MOVE 'O' TO WS-ABP-DEJA
               END-IF
           END-PERFORM.

       INSCRIRE-REPRISE-ABSENCE.
           IF WS-NB-ABS-PAIE < 10000
               ADD 1 TO WS-NB-ABS-PAIE
               MOVE CONGE-EMP-ID TO WS-ABP-EMP-ID(WS-NB-ABS-PAIE)
               MOVE CONGE-DEBUT TO WS-ABP-DEBUT(WS-NB-ABS-PAIE)
               MOVE CONGE-DEMI-JOUR TO WS-ABP-DEMI-JOUR(WS-NB-ABS-PAIE)
               MOVE CONGE-TYPE TO WS-ABP-TYPE(WS-NB-ABS-PAIE)
               MOVE CONGE-NB-JOURS TO WS-ABP-JOURS(WS-NB-ABS-PAIE)
               MOVE WS-PERIODE-CONGE TO WS-ABP-PER-ABS(WS-NB-ABS-PAIE)
               MOVE WS-PERIODE-CONGE TO
                   WS-ABP-PER-PAIE(WS-NB-ABS-PAIE)
               MOVE 'REPRISE' TO WS-ABP-MODE(WS-NB-ABS-PAIE)
           END-IF.

       AJOUTER-ABSENCE-RUN.
           IF WS-NB-ABS-RUN < 2000
               ADD 1 TO WS-NB-ABS-RUN
               MOVE CONGE-EMP-ID TO WS-ABR-EMP-ID(WS-NB-ABS-RUN)
               MOVE CONGE-DEBUT TO WS-ABR-DEBUT(WS-NB-ABS-RUN)
               MOVE CONGE-DEMI-JOUR TO WS-ABR-DEMI-JOUR(WS-NB-ABS-RUN)
               MOVE CONGE-TYPE TO WS-ABR-TYPE(WS-NB-ABS-RUN)
               MOVE CONGE-NB-JOURS TO WS-ABR-JOURS(WS-NB-ABS-RUN)
               PERFORM CALCULER-HEURES-ABSENCE
               MOVE WS-HEURES-ABSENCE TO WS-ABR-HEURES(WS-NB-ABS-RUN)
               MOVE WS-PERIODE-CONGE TO WS-ABR-PERIODE(WS-NB-ABS-RUN)
               MOVE WS-ABR-MODE-COUR TO WS-ABR-MODE(WS-NB-ABS-RUN)
               MOVE 0 TO WS-ABR-IDX-MAL(WS-NB-ABS-RUN)
               MOVE 0 TO WS-ABR-RETENUE(WS-NB-ABS-RUN)
               MOVE 0 TO WS-ABR-IJSS(WS-NB-ABS-RUN)
               MOVE SPACES TO WS-ABR-MOTIF(WS-NB-ABS-RUN)
               MOVE 'N' TO WS-ABR-APPLIQUE(WS-NB-ABS-RUN)
               IF WS-ABR-MODE-COUR = 'REPORT'
                   ADD 1 TO WS-NB-REGUL-ABS
                   PERFORM MOTIVER-REPORT-ABSENCE
                   IF CONGE-TYPE NOT = 'SansSolde '
                       PERFORM AJOUTER-ARRET-REPORTE
                   END-IF
               END-IF
           END-IF.

       MOTIVER-REPORT-ABSENCE.
      * Motif du report : cutoff du calendrier de paie de la periode
      * de l'absence, depasse a la saisie ou a l'approbation ; sans
      * calendrier pour cette periode, absence simplement non portee
      * par sa paie.
           MOVE 'HORS CALENDRIER' TO WS-ABR-MOTIF(WS-NB-ABS-RUN)
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
               UNTIL WS-IDX-CAL > WS-NB-CALENDRIER
               IF WS-CAL-T-PERIODE(WS-IDX-CAL) = WS-PERIODE-CONGE
                   AND WS-CAL-T-CUTOFF(WS-IDX-CAL) > 0
                   MOVE SPACES TO WS-ABR-MOTIF(WS-NB-ABS-RUN)
                   STRING 'CUTOFF ' WS-CAL-T-CUTOFF(WS-IDX-CAL)
                       DELIMITED SIZE INTO WS-ABR-MOTIF(WS-NB-ABS-RUN)
               END-IF
           END-PERFORM.

       AJOUTER-ARRET-REPORTE.
      * Arret d'une periode passee : rejoint la table des arrets pour
      * le calcul des IJSS en subrogation et leur suivi
      * (ijss-attendus.txt), marque REPORT pour que ses jours ne
      * soient pas retenus une seconde fois avec ceux du mois.
           IF WS-NB-MALADIE < 2000
               ADD 1 TO WS-NB-MALADIE
               MOVE CONGE-EMP-ID TO WS-MAL-EMP-ID(WS-NB-MALADIE)
               MOVE CONGE-DEBUT TO WS-MAL-DEBUT(WS-NB-MALADIE)
               MOVE CONGE-NB-JOURS TO WS-MAL-JOURS(WS-NB-MALADIE)
               MOVE WS-ABR-HEURES(WS-NB-ABS-RUN) TO
                   WS-MAL-HEURES(WS-NB-MALADIE)
               IF CONGE-TYPE NOT = 'Maladie   '
                   MOVE CONGE-NB-JOURS TO
                       WS-MAL-JOURS-IJSS(WS-NB-MALADIE)
               ELSE
                   IF CONGE-NB-JOURS > WS-CARENCE-JOURS
                       COMPUTE WS-MAL-JOURS-IJSS(WS-NB-MALADIE) =
                           CONGE-NB-JOURS - WS-CARENCE-JOURS
                   ELSE
                       MOVE 0 TO WS-MAL-JOURS-IJSS(WS-NB-MALADIE)
                   END-IF
               END-IF
               MOVE 0 TO WS-MAL-MONTANT-IJSS(WS-NB-MALADIE)
               MOVE 'O' TO WS-MAL-REPORT(WS-NB-MALADIE)
               MOVE WS-NB-MALADIE TO WS-ABR-IDX-MAL(WS-NB-ABS-RUN)
           END-IF.

       CALCULER-REGUL-ABSENCES.
      * Absences du salarie portees par ce run : celles du mois sont
      * deja retenues par CALCULER-MALADIE et les conges sans solde ;
      * celles de periodes passees sont retenues ici au taux
      * journalier du mois (un trentieme du brut proratise), et un
      * arret reporte ouvre ses IJSS en subrogation comme un arret du
      * mois. Toutes sont marquees pour le registre.
           MOVE 0 TO WS-JOURS-REGABS
           MOVE 0 TO WS-RETENUE-REGABS
           MOVE 0 TO WS-REGABS-PER-MIN
           MOVE 0 TO WS-REGABS-PER-MAX
           PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
               UNTIL WS-IDX-ABR > WS-NB-ABS-RUN
               IF WS-ABR-EMP-ID(WS-IDX-ABR) = EMP-ID
                   MOVE 'O' TO WS-ABR-APPLIQUE(WS-IDX-ABR)
                   IF WS-ABR-MODE(WS-IDX-ABR) = 'REPORT'
                       PERFORM CALCULER-UNE-REGUL-ABSENCE
                   END-IF
               END-IF
           END-PERFORM
      * Comme le rappel negatif, la regularisation ne rend jamais le
      * brut negatif.
           IF WS-RETENUE-REGABS > WS-SALAIRE-PRORATE
               MOVE WS-SALAIRE-PRORATE TO WS-RETENUE-REGABS
           END-IF.

       CALCULER-UNE-REGUL-ABSENCE.
           ADD WS-ABR-JOURS(WS-IDX-ABR) TO WS-JOURS-REGABS
           IF WS-EST-HORAIRE = 'O'
               MOVE 0 TO WS-ABR-RETENUE(WS-IDX-ABR)
           ELSE
           IF WS-HORAIRE-INDIV = 'O' AND WS-HEURES-MOIS > 0
               COMPUTE WS-ABR-RETENUE(WS-IDX-ABR) ROUNDED =
                   WS-SALAIRE-BASE-MOIS * WS-ABR-HEURES(WS-IDX-ABR)
                   / WS-HEURES-MOIS
           ELSE
               COMPUTE WS-ABR-RETENUE(WS-IDX-ABR) ROUNDED =
                   WS-TAUX-JOURNALIER * WS-ABR-JOURS(WS-IDX-ABR)
           END-IF
           END-IF
           ADD WS-ABR-RETENUE(WS-IDX-ABR) TO WS-RETENUE-REGABS
           MOVE 0 TO WS-ABR-IJSS(WS-IDX-ABR)
           IF WS-ABR-IDX-MAL(WS-IDX-ABR) > 0
               MOVE WS-ABR-IDX-MAL(WS-IDX-ABR) TO WS-IDX-MAL
               COMPUTE WS-MAL-MONTANT-IJSS(WS-IDX-MAL) ROUNDED =
                   WS-TAUX-JOURNALIER * WS-TAUX-IJSS
                   * WS-MAL-JOURS-IJSS(WS-IDX-MAL)
               MOVE WS-MAL-MONTANT-IJSS(WS-IDX-MAL) TO
                   WS-ABR-IJSS(WS-IDX-ABR)
               ADD WS-ABR-IJSS(WS-IDX-ABR) TO WS-IJSS-MONTANT
           END-IF
           IF WS-REGABS-PER-MIN = 0
               OR WS-ABR-PERIODE(WS-IDX-ABR) < WS-REGABS-PER-MIN
               MOVE WS-ABR-PERIODE(WS-IDX-ABR) TO WS-REGABS-PER-MIN
           END-IF
           IF WS-ABR-PERIODE(WS-IDX-ABR) > WS-REGABS-PER-MAX
               MOVE WS-ABR-PERIODE(WS-IDX-ABR) TO WS-REGABS-PER-MAX
           END-IF.

       ECRIRE-REGUL-ABS-BULLETIN.
      * Detail des absences regularisees, avec leur periode
      * d'origine : jours retenus sous la rubrique REGABS
      * (WS-REGABS-DETAIL = R), IJSS des arrets reportes sous la
      * rubrique IJSS (WS-REGABS-DETAIL = I).
           PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
               UNTIL WS-IDX-ABR > WS-NB-ABS-RUN
               IF WS-ABR-EMP-ID(WS-IDX-ABR) = EMP-ID
                   AND WS-ABR-MODE(WS-IDX-ABR) = 'REPORT'
                   MOVE SPACES TO LIGNE-BULLETIN
                   IF WS-REGABS-DETAIL = 'R'
                       AND WS-ABR-RETENUE(WS-IDX-ABR) > 0
                       MOVE WS-ABR-JOURS(WS-IDX-ABR) TO
                           WS-AFF-JOURS-REGABS
                       MOVE WS-ABR-RETENUE(WS-IDX-ABR) TO WS-AFF-REGABS
                       STRING '  dont '
                           FUNCTION TRIM(WS-ABR-TYPE(WS-IDX-ABR))
                           ' du ' WS-ABR-DEBUT(WS-IDX-ABR)
                           ' (periode ' WS-ABR-PERIODE(WS-IDX-ABR)
                           ') ' WS-AFF-JOURS-REGABS ' j : '
                           WS-AFF-REGABS
                           DELIMITED SIZE INTO LIGNE-BULLETIN
                       PERFORM ECRIRE-LIGNE-BULLETIN
                   END-IF
                   IF WS-REGABS-DETAIL = 'I'
                       AND WS-ABR-IJSS(WS-IDX-ABR) > 0
                       MOVE WS-ABR-IJSS(WS-IDX-ABR) TO
                           WS-AFF-REGABS-IJSS
                       STRING '  dont arret du '
                           WS-ABR-DEBUT(WS-IDX-ABR)
                           ' (periode ' WS-ABR-PERIODE(WS-IDX-ABR)
                           ') : ' WS-AFF-REGABS-IJSS
                           DELIMITED SIZE INTO LIGNE-BULLETIN
                       PERFORM ECRIRE-LIGNE-BULLETIN
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-ABSENCES-PAIE.
      * Reecrit absences-paie.txt : absences portees par ce run
      * mises a jour ou ajoutees, lignes des periodes sorties de la
      * fenetre de regularisation (douze mois) purgees. Registre
      * tronque au chargement : non reecrit, pour ne rien perdre.
           IF WS-ABP-TRONQUE = 'N'
               PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
                   UNTIL WS-IDX-ABR > WS-NB-ABS-RUN
                   IF WS-ABR-APPLIQUE(WS-IDX-ABR) = 'O'
                       PERFORM INSCRIRE-ABSENCE-PAYEE
                   END-IF
               END-PERFORM
               OPEN OUTPUT FICHIER-ABS-PAIE
               PERFORM VARYING WS-IDX-ABP FROM 1 BY 1
                   UNTIL WS-IDX-ABP > WS-NB-ABS-PAIE
                   IF WS-ABP-PER-ABS(WS-IDX-ABP) >=
                       WS-PERIODE-MIN-REGUL
                       MOVE WS-ABP(WS-IDX-ABP) TO ABSP-RECORD
                       WRITE ABSP-RECORD
                   END-IF
               END-PERFORM
               CLOSE FICHIER-ABS-PAIE
           END-IF.

       INSCRIRE-ABSENCE-PAYEE.
           MOVE 0 TO WS-IDX-ABP-TROUVE
           PERFORM VARYING WS-IDX-ABP FROM 1 BY 1
               UNTIL WS-IDX-ABP > WS-NB-ABS-PAIE
               IF WS-ABP-EMP-ID(WS-IDX-ABP) = WS-ABR-EMP-ID(WS-IDX-ABR)
                   AND WS-ABP-DEBUT(WS-IDX-ABP) =
                       WS-ABR-DEBUT(WS-IDX-ABR)
                   AND WS-ABP-DEMI-JOUR(WS-IDX-ABP) =
                       WS-ABR-DEMI-JOUR(WS-IDX-ABR)
                   MOVE WS-IDX-ABP TO WS-IDX-ABP-TROUVE
               END-IF
           END-PERFORM
           IF WS-IDX-ABP-TROUVE = 0 AND WS-NB-ABS-PAIE < 10000
               ADD 1 TO WS-NB-ABS-PAIE
               MOVE WS-NB-ABS-PAIE TO WS-IDX-ABP-TROUVE
           END-IF
           IF WS-IDX-ABP-TROUVE > 0
               MOVE WS-IDX-ABP-TROUVE TO WS-IDX-ABP
               MOVE WS-ABR-EMP-ID(WS-IDX-ABR) TO
                   WS-ABP-EMP-ID(WS-IDX-ABP)
               MOVE WS-ABR-DEBUT(WS-IDX-ABR) TO WS-ABP-DEBUT(WS-IDX-ABP)
               MOVE WS-ABR-DEMI-JOUR(WS-IDX-ABR) TO
                   WS-ABP-DEMI-JOUR(WS-IDX-ABP)
               MOVE WS-ABR-TYPE(WS-IDX-ABR) TO WS-ABP-TYPE(WS-IDX-ABP)
               MOVE WS-ABR-JOURS(WS-IDX-ABR) TO WS-ABP-JOURS(WS-IDX-ABP)
               MOVE WS-ABR-PERIODE(WS-IDX-ABR) TO
                   WS-ABP-PER-ABS(WS-IDX-ABP)
               MOVE WS-PERIODE-CIBLE TO WS-ABP-PER-PAIE(WS-IDX-ABP)
               MOVE WS-ABR-MODE(WS-IDX-ABR) TO WS-ABP-MODE(WS-IDX-ABP)
           END-IF.

       ECRIRE-JOURNAL-REGUL-ABS.
      * Une ligne par absence regularisee : run, salarie, type,
      * debut, periode d'origine, jours, retenue, IJSS et motif du
      * report. Le premier champ n'est pas un nom de programme : le
      * tableau de bord US-31 ignore ces lignes de detail.
           MOVE WS-ABR-EMP-ID(WS-IDX-ABR) TO WS-AFF-ABR-ID
           MOVE WS-ABR-JOURS(WS-IDX-ABR) TO WS-AFF-JOURS-REGABS
           MOVE WS-ABR-RETENUE(WS-IDX-ABR) TO WS-AFF-REGABS
           MOVE WS-ABR-IJSS(WS-IDX-ABR) TO WS-AFF-REGABS-IJSS
           MOVE SPACES TO LIGNE-JOURNAL
           STRING 'US-03-REGUL-ABS,' WS-AFF-RUN ',' WS-AFF-ABR-ID ','
               FUNCTION TRIM(WS-ABR-TYPE(WS-IDX-ABR)) ','
               WS-ABR-DEBUT(WS-IDX-ABR) ','
               WS-ABR-PERIODE(WS-IDX-ABR) ','
               WS-AFF-JOURS-REGABS ',' WS-AFF-REGABS ','
               WS-AFF-REGABS-IJSS ','
               FUNCTION TRIM(WS-ABR-MOTIF(WS-IDX-ABR))
               DELIMITED SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.

       CHARGER-REPORTS.
      * reports-retenues.txt : reliquats de retenues des runs

       CHARGER-HEURES.
      * heures-saisies.txt : un enregistrement par (EMP-ID, periode)
      * pour les employes payes aux heures. Les heures normales ne
      * servent qu'aux employes a base horaire ; pour un mensuel
      * elles sont deja couvertes par EMP-SALAIRE/EMP-TAUX-TEMPS.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           OPEN INPUT FICHIER-HEURES
           MOVE 'N' TO WS-FIN
                           MOVE HEURES-EMP-ID
                               TO WS-H-EMP-ID(WS-NB-HEURES)
                           MOVE HEURES-SUP TO WS-H-SUP(WS-NB-HEURES)
                           MOVE HEURES-NORMALES
                               TO WS-H-NORMALES(WS-NB-HEURES)
                       END-IF
               END-READ
           END-PERFORM

       TROUVER-HEURES.
           MOVE 0 TO WS-HEURES-SUP
           MOVE 0 TO WS-HEURES-NORMALES
           MOVE 'N' TO WS-HEURES-TROUVEES
           IF WS-NB-HEURES > 0
               SET WS-H-IDX TO 1
               SEARCH ALL WS-H
                   AT END CONTINUE
                   WHEN WS-H-EMP-ID(WS-H-IDX) = EMP-ID
                       MOVE WS-H-SUP(WS-H-IDX) TO WS-HEURES-SUP
                       MOVE WS-H-NORMALES(WS-H-IDX) TO
                           WS-HEURES-NORMALES
                       MOVE 'O' TO WS-HEURES-TROUVEES
               END-SEARCH
           END-IF.

      * EMP-SALAIRE est le brut plein temps de reference ; c'est ce
      * montant (et non le brut proratise) qui doit etre compare au
      * SMIC, pour qu'un temps partiel calcule sur un plein temps
      * conforme ne soit pas signale a tort. Un employe paye a
      * l'heure est compare au SMIC horaire (SMIC mensuel / 151,67).
           MOVE 'N' TO WS-ALERTE-SMIC
           IF WS-EST-HORAIRE = 'O'
               COMPUTE WS-SMIC-HORAIRE ROUNDED =
                   WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
               IF WS-TAUX-HORAIRE-EMP < WS-SMIC-HORAIRE
                   MOVE 'O' TO WS-ALERTE-SMIC
               END-IF
           ELSE
               IF EMP-SALAIRE < WS-SMIC-MENSUEL
                   MOVE 'O' TO WS-ALERTE-SMIC
               END-IF
           END-IF
      * Une gratification de stage n'est pas un salaire : elle est
      * controlee contre son propre minimum legal
      * (CALCULER-GRATIFICATION-STAGE), pas contre le SMIC.
           IF EMP-CATEGORIE = 'STAGE'
               MOVE 'N' TO WS-ALERTE-SMIC
           END-IF.

      * conges.txt : cumule par employe les jours de conge sans solde
      * approuves (fichier optionnel, sa lecture ne bloque pas le
      * calcul s'il est absent) pour retenir ces jours sur le brut.
      * Seuls les conges debutant dans le mois du run sont retenus ;
      * ceux d'un mois passe que sa paie n'a pas vus sont regularises
      * a part (CHARGER-ABSENCES-RUN).
           MOVE 0 TO WS-NB-CONGES-SS
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM CALCULER-PERIODE-CONGE
                           IF CONGE-TYPE = 'SansSolde '
                               AND CONGE-STATUT = 'APPROUVE '
                               AND WS-PERIODE-CONGE = WS-PERIODE-CIBLE
                               PERFORM CUMULER-CONGE-SANS-SOLDE
                           END-IF
                   END-READ
           END-IF.

       CUMULER-CONGE-SANS-SOLDE.
           PERFORM CALCULER-HEURES-ABSENCE
           MOVE 'N' TO WS-CSS-TROUVE
           PERFORM VARYING WS-IDX-CONGES-SS FROM 1 BY 1
               UNTIL WS-IDX-CONGES-SS > WS-NB-CONGES-SS
               IF WS-CSS-EMP-ID(WS-IDX-CONGES-SS) = CONGE-EMP-ID
                   ADD CONGE-NB-JOURS TO WS-CSS-JOURS(WS-IDX-CONGES-SS)
                   ADD WS-HEURES-ABSENCE
                       TO WS-CSS-HEURES(WS-IDX-CONGES-SS)
                   MOVE 'O' TO WS-CSS-TROUVE
               END-IF
           END-PERFORM
               ADD 1 TO WS-NB-CONGES-SS
               MOVE CONGE-EMP-ID  TO WS-CSS-EMP-ID(WS-NB-CONGES-SS)
               MOVE CONGE-NB-JOURS TO WS-CSS-JOURS(WS-NB-CONGES-SS)
               MOVE WS-HEURES-ABSENCE
                   TO WS-CSS-HEURES(WS-NB-CONGES-SS)
           END-IF.

       CALCULER-HEURES-ABSENCE.
      * Heures prevues par l'horaire de l'employe sur la plage de
      * l'absence courante de conges.dat, feries nationaux exclus
      * (comme ses jours) ; une demi-journee vaut la moitie des
      * heures du jour.
           MOVE 0 TO WS-HEURES-ABSENCE
           MOVE CONGE-DEBUT(1:4) TO WS-DATE-HORAIRE(1:4)
           MOVE CONGE-DEBUT(6:2) TO WS-DATE-HORAIRE(5:2)
           MOVE CONGE-DEBUT(9:2) TO WS-DATE-HORAIRE(7:2)
           MOVE 0 TO WS-INT-HOR-DEBUT
           IF WS-DATE-HORAIRE NUMERIC
               COMPUTE WS-INT-HOR-DEBUT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-HORAIRE)
           END-IF
           MOVE CONGE-FIN(1:4) TO WS-DATE-HORAIRE(1:4)
           MOVE CONGE-FIN(6:2) TO WS-DATE-HORAIRE(5:2)
           MOVE CONGE-FIN(9:2) TO WS-DATE-HORAIRE(7:2)
           MOVE 0 TO WS-INT-HOR-FIN
           IF WS-DATE-HORAIRE NUMERIC
               COMPUTE WS-INT-HOR-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-HORAIRE)
           END-IF
           IF WS-INT-HOR-DEBUT > 0 AND WS-INT-HOR-FIN > 0
               PERFORM VARYING WS-INT-HORAIRE FROM WS-INT-HOR-DEBUT
                   BY 1 UNTIL WS-INT-HORAIRE > WS-INT-HOR-FIN
                   COMPUTE WS-DATE-HORAIRE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-HORAIRE)
                   MOVE 'N' TO WS-EST-FERIE-HOR
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
                       IF WS-FERIE-DATE(WS-IDX-FERIE) = WS-DATE-HORAIRE
                           AND WS-FERIE-SITE(WS-IDX-FERIE) = SPACES
                           MOVE 'O' TO WS-EST-FERIE-HOR
                       END-IF
                   END-PERFORM
                   IF WS-EST-FERIE-HOR = 'N'
                       CALL 'HORAIRE-JOUR' USING CONGE-EMP-ID
                           WS-DATE-HORAIRE WS-HEURES-PREVUES
                           WS-ORIGINE-HORAIRE
                       ADD WS-HEURES-PREVUES TO WS-HEURES-ABSENCE
                   END-IF
               END-PERFORM
           END-IF
           IF CONGE-DEMI-JOUR = 'AM' OR CONGE-DEMI-JOUR = 'PM'
               COMPUTE WS-HEURES-ABSENCE ROUNDED =
                   WS-HEURES-ABSENCE / 2
           END-IF.

       CALCULER-HEURES-MOIS.
      * Heures prevues du mois du run pour l'employe courant, feries
      * nationaux et de son site exclus ; WS-HORAIRE-INDIV = 'O' des
      * qu'un jour du mois releve d'un horaire individuel.
           MOVE 0 TO WS-HEURES-MOIS
           MOVE 'N' TO WS-HORAIRE-INDIV
           PERFORM VARYING WS-INT-HORAIRE FROM WS-INT-PREMIER-MOIS
               BY 1 UNTIL WS-INT-HORAIRE > WS-INT-DERNIER-MOIS
               COMPUTE WS-DATE-HORAIRE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HORAIRE)
               CALL 'HORAIRE-JOUR' USING EMP-ID WS-DATE-HORAIRE
                   WS-HEURES-PREVUES WS-ORIGINE-HORAIRE
               IF WS-ORIGINE-HORAIRE = 'H'
                   MOVE 'O' TO WS-HORAIRE-INDIV
               END-IF
               MOVE 'N' TO WS-EST-FERIE-HOR
               PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                   UNTIL WS-IDX-FERIE > WS-NB-FERIES
                   IF WS-FERIE-DATE(WS-IDX-FERIE) = WS-DATE-HORAIRE
                       AND (WS-FERIE-SITE(WS-IDX-FERIE) = SPACES
                         OR WS-FERIE-SITE(WS-IDX-FERIE) = EMP-SITE)
                       MOVE 'O' TO WS-EST-FERIE-HOR
                   END-IF
               END-PERFORM
               IF WS-EST-FERIE-HOR = 'N'
                   ADD WS-HEURES-PREVUES TO WS-HEURES-MOIS
               END-IF
           END-PERFORM.

       TROUVER-CONGES-SANS-SOLDE.
           MOVE 0 TO WS-JOURS-SANS-SOLDE
           MOVE 0 TO WS-HEURES-SANS-SOLDE
           IF WS-NB-CONGES-SS > 0
               SET WS-CSS-IDX TO 1
               SEARCH ALL WS-CSS
                   WHEN WS-CSS-EMP-ID(WS-CSS-IDX) = EMP-ID
                       MOVE WS-CSS-JOURS(WS-CSS-IDX)
                           TO WS-JOURS-SANS-SOLDE
                       MOVE WS-CSS-HEURES(WS-CSS-IDX)
                           TO WS-HEURES-SANS-SOLDE
               END-SEARCH
           END-IF.

                           WS-CUMUL-T-IMPOT(WS-IDX-CUMUL)
                       SUBTRACT BDATA-NET FROM
                           WS-CUMUL-T-NET(WS-IDX-CUMUL)
                       IF BDATA-NET-IMPOSABLE NUMERIC
                           SUBTRACT BDATA-NET-IMPOSABLE FROM
                               WS-CUMUL-T-NET-IMPOS(WS-IDX-CUMUL)
                           SUBTRACT BDATA-NET-SOCIAL FROM
                               WS-CUMUL-T-NET-SOCIAL(WS-IDX-CUMUL)
                       END-IF
                       IF BDATA-SMIC-REF NUMERIC
                           AND BDATA-REDUCTION-GEN NUMERIC
                           SUBTRACT BDATA-SMIC-REF FROM
                               WS-CUMUL-T-SMIC-REF(WS-IDX-CUMUL)
                           SUBTRACT BDATA-REDUCTION-GEN FROM
                               WS-CUMUL-T-REDUC-GEN(WS-IDX-CUMUL)
                       END-IF
                       IF BDATA-HS-EXONEREES NUMERIC
                           SUBTRACT BDATA-HS-EXONEREES FROM
                               WS-CUMUL-T-HS-EXO(WS-IDX-CUMUL)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
      * de cotisation/impot/charge patronale, pour qu'un contrat en
      * devise etrangere ne soit plus traite comme un montant EUR par
      * simple omission de conversion.
           PERFORM INITIALISER-RUBRIQUES
           PERFORM TROUVER-TAUX
           PERFORM TROUVER-TAUX-CHANGE
           PERFORM TROUVER-HEURES
           IF WS-EST-ANNUALISE = 'O'
               MOVE 0 TO WS-HEURES-SUP
           END-IF
      * Base horaire : fiches anterieures (espace) restent mensuelles
      * et un taux non numerique vaut zero.
           MOVE 'N' TO WS-EST-HORAIRE
           MOVE 0 TO WS-TAUX-HORAIRE-EMP
           IF EMP-BASE-PAIE = 'H'
               MOVE 'O' TO WS-EST-HORAIRE
               IF EMP-TAUX-HORAIRE NUMERIC
                   MOVE EMP-TAUX-HORAIRE TO WS-TAUX-HORAIRE-EMP
               END-IF
           END-IF
           PERFORM CALCULER-ANCIENNETE
           PERFORM VERIFIER-SMIC
           PERFORM TROUVER-CONGES-SANS-SOLDE

           PERFORM CALCULER-PRESENCE-CALENDAIRE
           IF WS-EST-HORAIRE = 'O'
      * Paye a l'heure : seules les heures normales saisies pour la
      * periode sont dues, elles tiennent deja compte des entrees,
      * sorties et absences du mois. Sans heures saisies, le
      * bulletin sort a zero mais l'anomalie est signalee.
               COMPUTE WS-SALAIRE-PRORATE ROUNDED =
                   WS-TAUX-HORAIRE-EMP * WS-HEURES-NORMALES
                   * (1 + WS-TAUX-ANCIENNETE)
               IF WS-HEURES-TROUVEES = 'N'
                   OR WS-HEURES-NORMALES = 0
                   PERFORM ECRIRE-ALERTE-HEURES
               END-IF
           ELSE
               COMPUTE WS-SALAIRE-PRORATE ROUNDED =
                   EMP-SALAIRE * EMP-TAUX-TEMPS / 100
                   * (1 + WS-TAUX-ANCIENNETE)

      * Changement de salaire a effet en cours de mois : base du
      * mois proratisee entre l'ancienne et la nouvelle valeur.
               PERFORM APPLIQUER-PRORATA-SALAIRE

      * Entree ou sortie en cours de mois : le brut est proratise au
      * nombre de jours calendaires effectivement dus dans le mois.
               IF WS-JOURS-PRESENCE < WS-JOURS-DANS-MOIS
                   COMPUTE WS-SALAIRE-PRORATE ROUNDED =
                       WS-SALAIRE-PRORATE * WS-JOURS-PRESENCE
                       / WS-JOURS-DANS-MOIS
               END-IF
           END-IF

           MOVE WS-SALAIRE-PRORATE TO WS-SALAIRE-BASE-MOIS

      * Retenue pour conges sans solde : un jour sans solde retire un
      * trentieme du brut proratise (avant heures sup, pour que la
      * majoration des heures sup reste basee sur le taux horaire deja
      * ampute des jours non payes). Sous horaire individuel, la
      * retenue suit les heures prevues des jours d'absence sur
      * celles du mois : un jour long pese plus qu'un jour court.
           COMPUTE WS-TAUX-JOURNALIER ROUNDED =
               WS-SALAIRE-PRORATE / WS-JOURS-MENSUELS
           PERFORM CALCULER-HEURES-MOIS
           IF WS-HORAIRE-INDIV = 'O' AND WS-HEURES-MOIS > 0
               COMPUTE WS-RETENUE-SS ROUNDED =
                   WS-SALAIRE-PRORATE * WS-HEURES-SANS-SOLDE
                   / WS-HEURES-MOIS
               IF WS-RETENUE-SS > WS-SALAIRE-PRORATE
                   MOVE WS-SALAIRE-PRORATE TO WS-RETENUE-SS
               END-IF
           ELSE
               COMPUTE WS-RETENUE-SS ROUNDED =
                   WS-TAUX-JOURNALIER * WS-JOURS-SANS-SOLDE
           END-IF
      * Les heures non travaillees d'un horaire ne sont pas saisies :
      * rien a retenir.
           IF WS-EST-HORAIRE = 'O'
               MOVE 0 TO WS-RETENUE-SS
           END-IF
           SUBTRACT WS-RETENUE-SS FROM WS-SALAIRE-PRORATE

      * Conges payes pris ce mois : complement d'indemnite quand la
      * Arrets maladie : jours retenus sur le brut comme les conges
      * sans solde, compenses plus bas par les IJSS estimees.
           PERFORM CALCULER-MALADIE
           IF WS-EST-HORAIRE = 'O'
               MOVE 0 TO WS-RETENUE-MALADIE
           END-IF
           SUBTRACT WS-RETENUE-MALADIE FROM WS-SALAIRE-PRORATE

      * Temps partiel therapeutique : seules les heures travaillees
      * sont payees, le reste est compense par les IJSS avancees.
           PERFORM CALCULER-TEMPS-THERAPEUTIQUE
           SUBTRACT WS-RETENUE-TPT FROM WS-SALAIRE-PRORATE
           ADD WS-TPT-IJSS-EMP TO WS-IJSS-MONTANT

      * Activite partielle : heures chomees retenues sur le brut,
      * compensees plus bas par l'indemnite legale versee hors brut.
           PERFORM CALCULER-ACTIVITE-PARTIELLE
           SUBTRACT WS-RETENUE-AP FROM WS-SALAIRE-PRORATE

      * Absences de periodes passees saisies ou approuvees apres le
      * cutoff de leur paie : retenues sur ce bulletin, avec leur
      * periode d'origine en detail.
           PERFORM CALCULER-REGUL-ABSENCES
           SUBTRACT WS-RETENUE-REGABS FROM WS-SALAIRE-PRORATE

           IF WS-EST-HORAIRE = 'O'
               COMPUTE WS-TAUX-HORAIRE ROUNDED =
                   WS-TAUX-HORAIRE-EMP * (1 + WS-TAUX-ANCIENNETE)
           ELSE
               COMPUTE WS-TAUX-HORAIRE ROUNDED =
                   WS-SALAIRE-PRORATE / WS-HEURES-MENSUELLES
           END-IF
           COMPUTE WS-MONTANT-SUP ROUNDED =
               WS-TAUX-HORAIRE * WS-HEURES-SUP * WS-TAUX-MAJORATION
           ADD WS-MONTANT-SUP TO WS-SALAIRE-PRORATE
           PERFORM TROUVER-PROVISION-13E
           ADD WS-P13-MONTANT TO WS-SALAIRE-PRORATE

      * Rubriques du brut postees au plan, puis assiettes corrigees
      * selon le plan avant conversion et cotisations.
           PERFORM POSTER-RUBRIQUES-BRUT
           PERFORM APPLIQUER-ASSIETTES-PLAN

           COMPUTE WS-SALAIRE-EUR ROUNDED =
               WS-SALAIRE-PRORATE * WS-TAUX-CHANGE
           MOVE WS-SALAIRE-EUR TO WS-BASE-COTIS
           PERFORM CALCULER-GRATIFICATION-STAGE
           PERFORM CALCULER-COTISATIONS
           PERFORM CALCULER-REDUCTION-HS
      * Cotisation AT/MP employeur au taux notifie de
      * l'etablissement, apres les charges patronales de droit
      * commun.
           PERFORM CALCULER-ATMP
      * Reduction generale, deduite des charges patronales une fois
      * l'AT/MP ajoute.
           PERFORM CALCULER-REDUCTION-GENERALE
           PERFORM CALCULER-NETS-SOCIAL-IMPOSABLE
           PERFORM CALCULER-AP-NET
      * Prelevement a la source : le taux personnalise notifie par
      * la DGFiP prime sur le bareme par tranches, qui reste le taux
      * neutre de repli pour les employes sans taux valide. L'assiette
      * est le net imposable, plus le brut.
           MOVE WS-NET-IMPOSABLE TO WS-BASE-IMPOT
           PERFORM TROUVER-TAUX-PAS
           IF WS-TAUX-PAS-TROUVE = 'O'
               COMPUTE WS-IMPOT ROUNDED =
           COMPUTE WS-SALAIRE-NET =
               WS-SALAIRE-EUR - WS-COTISATIONS - WS-IMPOT
           ADD WS-PRIME-NON-SOUMISE TO WS-SALAIRE-NET
           COMPUTE WS-RUBQ-HORS-BRUT ROUNDED =
               WS-RUBQ-HORS-BRUT * WS-TAUX-CHANGE
           ADD WS-RUBQ-HORS-BRUT TO WS-SALAIRE-NET

      * Deduction des avantages en nature apres impot : l'avantage
      * est deja fourni, le net verse ne doit pas le contenir. Borne
      * supportent ni cotisations ni impot ici.
           ADD WS-IJSS-MONTANT TO WS-SALAIRE-NET

      * Activite partielle : indemnite nette de sa CSG/CRDS propre et
      * complement de remuneration mensuelle minimale.
           COMPUTE WS-SALAIRE-NET = WS-SALAIRE-NET
               + WS-AP-INDEMNITE - WS-AP-CSG + WS-AP-COMPLEMENT

      * Cotisation mutuelle : part salariale retenue sur le net, part
      * patronale ajoutee aux charges employeur.
           MOVE 0 TO WS-REPORT-NOUVEAU
      * le meme report.
           PERFORM CALCULER-RETENUES-REC

      * Versement volontaire au plan d'epargne entreprise et CSG/CRDS
      * de l'abondement, apres les retenues recurrentes ; le forfait
      * social de l'abondement rejoint les charges patronales.
           PERFORM CALCULER-PEE
           SUBTRACT WS-PEE-VERSEMENT FROM WS-SALAIRE-NET
           SUBTRACT WS-PEE-CSG FROM WS-SALAIRE-NET
           ADD WS-PEE-FORFAIT TO WS-PATRONALES

      * Les acomptes deja verses dans le mois sont retenus sur le net
      * a payer ; le net "gagne" (WS-SALAIRE-NET) reste complet pour
      * les cumuls et le controle de variance, seul le virement et la
      * suspendu pour un mois entierement absent.
           PERFORM CALCULER-TRANSPORT
           ADD WS-TRANSPORT-MONTANT TO WS-NET-A-PAYER
           PERFORM POSTER-RUBRIQUES-NET

           IF WS-ALERTE-SMIC = 'O'
               PERFORM ECRIRE-ALERTE-SMIC
           END-IF
           PERFORM ECRIRE-ALERTES-STAGE.

       CALCULER-REDUCTION-GENERALE.
      * SMIC de reference du mois : SMIC mensuel au temps de travail
      * contractuel, proratise aux jours de presence et diminue des
      * absences non payees, plus les heures supplementaires au taux
      * horaire du SMIC (sans majoration).
      * Le coefficient porte sur les totaux depuis janvier (cumuls
      * anterieurs + mois courant) : C = T si le brut ne depasse pas
      * le SMIC de reference, 0 au-dela du seuil (1,6 SMIC), sinon
      * la formule legale arrondie a 4 decimales.
           MOVE 0 TO WS-RDG-SMIC-MOIS
           MOVE 0 TO WS-RDG-COEF
           MOVE 0 TO WS-REDUCTION-GEN
      * Sans SMIC charge, aucune reduction n'est calculee ; une
      * gratification de stage n'y ouvre pas droit.
           IF WS-SMIC-MENSUEL > 0 AND EMP-CATEGORIE NOT = 'STAGE'
               COMPUTE WS-RDG-SMIC-MOIS ROUNDED =
                   WS-SMIC-MENSUEL * EMP-TAUX-TEMPS / 100
                   * WS-JOURS-PRESENCE / WS-JOURS-DANS-MOIS
                   + WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
                   * WS-HEURES-SUP
      * Heures d'activite partielle : indemnisees hors brut, elles
      * sortent aussi du SMIC de reference.
               IF WS-EST-HORAIRE = 'N' AND WS-AP-HEURES-EMP > 0
                   COMPUTE WS-AP-CALC ROUNDED =
                       WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
                       * WS-AP-HEURES-EMP
                   IF WS-AP-CALC > WS-RDG-SMIC-MOIS
                       MOVE 0 TO WS-RDG-SMIC-MOIS
                   ELSE
                       SUBTRACT WS-AP-CALC FROM WS-RDG-SMIC-MOIS
                   END-IF
               END-IF
      * Temps partiel therapeutique : la part non travaillee sort de
      * meme du SMIC de reference.
               IF WS-EST-HORAIRE = 'N' AND WS-RETENUE-TPT > 0
                   IF WS-TPT-SMIC-NON-TRAV > WS-RDG-SMIC-MOIS
                       MOVE 0 TO WS-RDG-SMIC-MOIS
                   ELSE
                       SUBTRACT WS-TPT-SMIC-NON-TRAV
                           FROM WS-RDG-SMIC-MOIS
                   END-IF
               END-IF
      * Absences non payees retenues sur ce bulletin (sans solde,
      * maladie, absences regularisees) : le SMIC de reference est
      * reduit dans la meme proportion que le brut du mois.
               MOVE 0 TO WS-RDG-SMIC-ABS
               IF WS-EST-HORAIRE = 'N' AND WS-SALAIRE-BASE-MOIS > 0
                   COMPUTE WS-RDG-SMIC-ABS ROUNDED =
                       WS-SMIC-MENSUEL * EMP-TAUX-TEMPS / 100
                       * WS-JOURS-PRESENCE / WS-JOURS-DANS-MOIS
                       * (WS-RETENUE-SS + WS-RETENUE-MALADIE
                          + WS-RETENUE-REGABS)
                       / WS-SALAIRE-BASE-MOIS
                   IF WS-RDG-SMIC-ABS > WS-RDG-SMIC-MOIS
                       MOVE 0 TO WS-RDG-SMIC-MOIS
                   ELSE
                       SUBTRACT WS-RDG-SMIC-ABS FROM WS-RDG-SMIC-MOIS
                   END-IF
               END-IF
      * Paye a l'heure : SMIC horaire des heures reellement payees.
               IF WS-EST-HORAIRE = 'O'
                   COMPUTE WS-RDG-SMIC-MOIS ROUNDED =
                       WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
                       * (WS-HEURES-NORMALES + WS-HEURES-SUP)
               END-IF
               MOVE 0 TO WS-RDG-SMIC-CUMUL
               MOVE 0 TO WS-RDG-BRUT-CUMUL
               MOVE 0 TO WS-RDG-DEJA-APPLIQUEE
               PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
                   UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   IF WS-CUMUL-ID(WS-IDX-CUMUL) = EMP-ID
                       AND WS-CUMUL-AN(WS-IDX-CUMUL) = WS-ANNEE-PAIE
                       MOVE WS-CUMUL-T-SMIC-REF(WS-IDX-CUMUL) TO
                           WS-RDG-SMIC-CUMUL
                       MOVE WS-CUMUL-T-BRUT(WS-IDX-CUMUL) TO
                           WS-RDG-BRUT-CUMUL
                       MOVE WS-CUMUL-T-REDUC-GEN(WS-IDX-CUMUL) TO
                           WS-RDG-DEJA-APPLIQUEE
                   END-IF
               END-PERFORM
               ADD WS-RDG-SMIC-MOIS TO WS-RDG-SMIC-CUMUL
               ADD WS-SALAIRE-EUR TO WS-RDG-BRUT-CUMUL
               IF WS-RDG-BRUT-CUMUL > 0
                   IF WS-RDG-SMIC-CUMUL >= WS-RDG-BRUT-CUMUL
                       MOVE WS-RDG-TAUX-MAX TO WS-RDG-COEF
                   ELSE
                       IF WS-RDG-SMIC-CUMUL * WS-RDG-SEUIL-SMIC
                           > WS-RDG-BRUT-CUMUL
                           COMPUTE WS-RDG-COEF ROUNDED =
                               WS-RDG-TAUX-MAX / (WS-RDG-SEUIL-SMIC - 1)
                               * (WS-RDG-SEUIL-SMIC * WS-RDG-SMIC-CUMUL
                                  / WS-RDG-BRUT-CUMUL - 1)
                           IF WS-RDG-COEF > WS-RDG-TAUX-MAX
                               MOVE WS-RDG-TAUX-MAX TO WS-RDG-COEF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-RDG-DUE ROUNDED =
                   WS-RDG-COEF * WS-RDG-BRUT-CUMUL
               COMPUTE WS-REDUCTION-GEN =
                   WS-RDG-DUE - WS-RDG-DEJA-APPLIQUEE
      * La reduction ne peut exceder les charges patronales du mois ;
      * le reliquat sera rattrape par la regularisation suivante.
               IF WS-REDUCTION-GEN > WS-PATRONALES
                   MOVE WS-PATRONALES TO WS-REDUCTION-GEN
               END-IF
               COMPUTE WS-PATRONALES =
                   WS-PATRONALES - WS-REDUCTION-GEN
           END-IF.

       CALCULER-REDUCTION-HS.
      * Reduction des cotisations salariales sur la remuneration des
      * heures supplementaires du mois (majoration comprise), en EUR.
           COMPUTE WS-HS-EUR ROUNDED = WS-MONTANT-SUP * WS-TAUX-CHANGE
           COMPUTE WS-REDUC-SAL-HS ROUNDED =
               WS-HS-EUR * WS-TAUX-REDUC-HS
           IF WS-REDUC-SAL-HS > WS-COTISATIONS
               MOVE WS-COTISATIONS TO WS-REDUC-SAL-HS
           END-IF
           SUBTRACT WS-REDUC-SAL-HS FROM WS-COTISATIONS.

       CALCULER-EXONERATION-HS.
      * Part exoneree d'impot : la remuneration des heures sup du
      * mois, dans la limite de ce qui reste du plafond annuel apres
      * les exonerations deja appliquees depuis janvier.
           MOVE 0 TO WS-HS-EXONEREES
           MOVE 0 TO WS-HS-EXO-CUMUL
           IF WS-HS-EUR > 0
               PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
                   UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   IF WS-CUMUL-ID(WS-IDX-CUMUL) = EMP-ID
                       AND WS-CUMUL-AN(WS-IDX-CUMUL) = WS-ANNEE-PAIE
                       MOVE WS-CUMUL-T-HS-EXO(WS-IDX-CUMUL) TO
                           WS-HS-EXO-CUMUL
                   END-IF
               END-PERFORM
               IF WS-HS-EXO-CUMUL < WS-PLAFOND-HS-EXO
                   MOVE WS-HS-EUR TO WS-HS-EXONEREES
                   IF WS-HS-EXONEREES >
                       WS-PLAFOND-HS-EXO - WS-HS-EXO-CUMUL
                       COMPUTE WS-HS-EXONEREES =
                           WS-PLAFOND-HS-EXO - WS-HS-EXO-CUMUL
                   END-IF
                   IF WS-HS-EXONEREES > WS-NET-IMPOSABLE
                       MOVE WS-NET-IMPOSABLE TO WS-HS-EXONEREES
                   END-IF
               END-IF
           END-IF.

       CALCULER-NETS-SOCIAL-IMPOSABLE.
      * Montant net social = brut (avantages en nature compris)
      * diminue des cotisations salariales obligatoires. Net
      * imposable = net social majore de la CSG/CRDS non deductible,
      * bornee aux cotisations dont elle fait partie. Notes de frais,
      * transport et teletravail, verses hors brut, n'y entrent pas.
      * La CSG/CRDS non deductible porte sur l'assiette des
      * cotisations (WS-BASE-COTIS) : la part de gratification de
      * stage sous la franchise, exoneree, n'y est pas.
           COMPUTE WS-CSG-NON-DEDUCT ROUNDED =
               WS-BASE-COTIS * WS-ASSIETTE-CSG * WS-TAUX-CSG-ND
           IF WS-CSG-NON-DEDUCT > WS-COTISATIONS
               MOVE WS-COTISATIONS TO WS-CSG-NON-DEDUCT
           END-IF
           COMPUTE WS-NET-SOCIAL = WS-SALAIRE-EUR - WS-COTISATIONS
           COMPUTE WS-NET-IMPOSABLE =
               WS-NET-SOCIAL + WS-CSG-NON-DEDUCT
           PERFORM AJUSTER-NETS-PLAN
      * Heures supplementaires exonerees hors net imposable, donc
      * hors assiette du prelevement a la source.
           PERFORM CALCULER-EXONERATION-HS
           SUBTRACT WS-HS-EXONEREES FROM WS-NET-IMPOSABLE.

       ECRIRE-ALERTE-SMIC.
      * Ecrite dans le meme fichier que les alertes de variance de net
      * (alertes-variance-net.txt) : un seul point de controle post-
      * paie a consulter avant validation, plutot qu'un fichier de
      * plus par type d'anomalie.
           MOVE EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-ALERTE
           IF WS-EST-HORAIRE = 'O'
               STRING 'EMP-ID ' WS-ID-AFF
                   ' : ALERTE SMIC - taux horaire inferieur au '
                   'SMIC horaire'
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'ALERTE SMIC - EMP-ID ' WS-ID-AFF
                   ' : taux horaire inferieur au SMIC horaire'
           ELSE
               STRING 'EMP-ID ' WS-ID-AFF
                   ' : ALERTE SMIC - salaire brut temps plein '
                   'inferieur au SMIC'
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
               DISPLAY 'ALERTE SMIC - EMP-ID ' WS-ID-AFF
                   ' : salaire brut temps plein inferieur au SMIC'
           END-IF.

       ECRIRE-ALERTE-HEURES.
      * Employe paye a l'heure sans heures normales saisies pour la
      * periode : meme point de controle post-paie que l'alerte SMIC,
      * pour que le bulletin a zero soit verifie avant validation.
           MOVE EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-ALERTE
           STRING 'EMP-ID ' WS-ID-AFF
               ' : ALERTE HEURES - employe horaire sans heures '
               'saisies pour ' WS-DATE-SYS(1:6)
               DELIMITED SIZE INTO LIGNE-ALERTE
           WRITE LIGNE-ALERTE
           DISPLAY 'ALERTE HEURES - EMP-ID ' WS-ID-AFF
               ' : employe horaire sans heures saisies pour '
               WS-DATE-SYS(1:6).

       ECRIRE-BULLETIN.
      * En plus du bulletins.txt partage (conserve pour US-11/US-13),
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF

      * Les retenues d'absence et les IJSS figurent parmi les
      * rubriques ; seuls les jours sont rappeles ici.
           MOVE WS-JOURS-SANS-SOLDE TO WS-AFF-JOURS-SS
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Jours sans solde      : ' WS-AFF-JOURS-SS
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN

           IF WS-JOURS-MALADIE > 0
               MOVE WS-JOURS-MALADIE TO WS-AFF-JOURS-MAL
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'Jours maladie         : ' WS-AFF-JOURS-MAL
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN

      * Stagiaire : heures de la convention sur le mois, part de la
      * gratification exoneree et minimum legal quand il est du.
           IF EMP-CATEGORIE = 'STAGE' AND WS-STG-CONV NOT = 0
               MOVE WS-STG-HEURES-MOIS TO WS-AFF-STG-HEURES
               MOVE WS-STG-EXONERE TO WS-AFF-STG-MT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'Gratification exoneree : ' WS-AFF-STG-MT
                   ' (' WS-AFF-STG-HEURES ' h de convention)'
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
               IF WS-STG-MINIMUM-DU = 'O'
                   MOVE WS-STG-MINIMUM TO WS-AFF-STG-MT
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING 'Gratification minimale legale : '
                       WS-AFF-STG-MT
                       DELIMITED SIZE INTO LIGNE-BULLETIN
                   PERFORM ECRIRE-LIGNE-BULLETIN
               END-IF
           END-IF

      * Elements de paie, totaux et net a payer dans l'ordre et avec
      * les libelles du plan de rubriques.
           PERFORM ECRIRE-RUBRIQUES-BULLETIN

           MOVE WS-CUMUL-T-NET(WS-CUMUL-MATCH-IDX) TO WS-YTD-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Net cumule ' WS-ANNEE-PAIE ' : ' WS-YTD-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN

           PERFORM ECRIRE-SOLDE-CONGES-BULLETIN
           CLOSE FICHIER-BULLETIN-INDIV
           PERFORM ECRIRE-LIVRAISON.

       ECRIRE-RUBRIQUES-BULLETIN.
      * Une ligne par element non nul (G/R), avec ses assiettes
      * (C = cotisable, I = imposable, S = net social) et son
      * complement ; les rubriques T impriment leur bloc de
      * synthese. Rang 000 : rubrique hors bulletin.
           PERFORM VARYING WS-IDX-RUBQ FROM 1 BY 1
               UNTIL WS-IDX-RUBQ > WS-NB-RUBQ
               IF WS-RUBQ-ORDRE(WS-IDX-RUBQ) > 0
                   IF WS-RUBQ-NATURE(WS-IDX-RUBQ) = 'T'
                       PERFORM ECRIRE-BLOC-RUBRIQUE
                   ELSE
                       IF WS-RUBQ-MT(WS-IDX-RUBQ) NOT = 0
                           PERFORM ECRIRE-LIGNE-RUBRIQUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-RUBRIQUE.
           MOVE WS-RUBQ-MT(WS-IDX-RUBQ) TO WS-AFF-RUBQ
           MOVE SPACES TO WS-AFF-RUBQ-BASES
           IF WS-RUBQ-COT(WS-IDX-RUBQ) = 'O'
               MOVE 'C' TO WS-AFF-RUBQ-BASES(1:1)
           END-IF
           IF WS-RUBQ-IMP(WS-IDX-RUBQ) = 'O'
               MOVE 'I' TO WS-AFF-RUBQ-BASES(3:1)
           END-IF
           IF WS-RUBQ-NS(WS-IDX-RUBQ) = 'O'
               MOVE 'S' TO WS-AFF-RUBQ-BASES(5:1)
           END-IF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING WS-RUBQ-LIBELLE(WS-IDX-RUBQ) ' : ' WS-AFF-RUBQ
               ' ' WS-AFF-RUBQ-BASES ' ' WS-RUBQ-COMPL(WS-IDX-RUBQ)
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN
      * Detail ligne a ligne des rubriques cumulees.
           EVALUATE WS-RUBQ-CODE(WS-IDX-RUBQ)
               WHEN 'PRIME'
                   MOVE 'O' TO WS-PRIME-REGIME-AFF
                   PERFORM ECRIRE-PRIMES-BULLETIN
               WHEN 'PRIMENS'
                   MOVE 'N' TO WS-PRIME-REGIME-AFF
                   PERFORM ECRIRE-PRIMES-BULLETIN
               WHEN 'AVNAT'
                   PERFORM ECRIRE-AVANTAGES-BULLETIN
               WHEN 'RETREC'
                   PERFORM ECRIRE-RETENUES-REC-BULLETIN
               WHEN 'PEE'
                   PERFORM ECRIRE-PEE-BULLETIN
               WHEN 'REGABS'
                   MOVE 'R' TO WS-REGABS-DETAIL
                   PERFORM ECRIRE-REGUL-ABS-BULLETIN
               WHEN 'IJSS'
                   MOVE 'I' TO WS-REGABS-DETAIL
                   PERFORM ECRIRE-REGUL-ABS-BULLETIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ECRIRE-BLOC-RUBRIQUE.
           EVALUATE WS-RUBQ-CODE(WS-IDX-RUBQ)
               WHEN 'BRUT'
                   PERFORM ECRIRE-BLOC-BRUT
               WHEN 'COTIS'
                   PERFORM ECRIRE-BLOC-COTIS
               WHEN 'IMPOT'
                   PERFORM ECRIRE-BLOC-IMPOT
               WHEN 'NET'
                   PERFORM ECRIRE-BLOC-NET
               WHEN 'NETPAYE'
                   PERFORM ECRIRE-BLOC-NET-A-PAYER
               WHEN 'PATRONAL'
                   PERFORM ECRIRE-BLOC-PATRONAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ECRIRE-BLOC-BRUT.
           IF WS-ALERTE-SMIC = 'O'
               MOVE SPACES TO LIGNE-BULLETIN
               MOVE '*** ALERTE : SALAIRE INFERIEUR AU SMIC ***'
           END-IF

           MOVE WS-SALAIRE-PRORATE TO WS-BRUT-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Salaire Brut (devise) : ' WS-BRUT-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
               STRING 'Base tranche B : ' WS-BRUT-AFF
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-BLOC-COTIS.
           MOVE WS-COTISATIONS TO WS-COTIS-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Cotisations   : ' WS-COTIS-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN
           IF WS-REDUC-SAL-HS > 0
               MOVE WS-REDUC-SAL-HS TO WS-COTIS-AFF
               MOVE SPACES TO LIGNE-BULLETIN
               STRING '  dont reduction heures sup : -' WS-COTIS-AFF
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF

           PERFORM ECRIRE-DETAIL-COTISATIONS

                   ') x' WS-AFF-ATMP-TAUX ' /' WS-AFF-ATMP
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-BLOC-IMPOT.
           MOVE WS-IMPOT TO WS-IMPOT-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Impot         : ' WS-IMPOT-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
               STRING 'Taux PAS      : bareme (TAUX NEUTRE)'
                   DELIMITED SIZE INTO LIGNE-BULLETIN
           END-IF
           PERFORM ECRIRE-LIGNE-BULLETIN.

       ECRIRE-BLOC-NET.
           MOVE WS-SALAIRE-NET TO WS-NET-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Salaire Net   : ' WS-NET-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN

      * Mentions obligatoires : net imposable (dont CSG/CRDS non
      * deductible) et montant net social.
           MOVE WS-NET-IMPOSABLE TO WS-NET-AFF
           MOVE WS-CSG-NON-DEDUCT TO WS-COTIS-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Net imposable : ' WS-NET-AFF
               ' (dont CSG/CRDS non deductible ' WS-COTIS-AFF ')'
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN
           MOVE WS-NET-SOCIAL TO WS-NET-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Net social    : ' WS-NET-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN
           IF WS-HS-EXONEREES > 0
               MOVE WS-HS-EXONEREES TO WS-NET-AFF
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'HS exonerees  : ' WS-NET-AFF
                   ' (heures sup exonerees d''impot)'
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-BLOC-NET-A-PAYER.
      * Le net a payer n'est repris que s'il differe du net (retenues
      * sur net, remboursements ou report), comme auparavant.
           IF WS-NET-A-PAYER NOT = WS-SALAIRE-NET
               MOVE WS-NET-A-PAYER TO WS-NET-AFF
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'NET A PAYER   : ' WS-NET-AFF
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF
      * Reliquat de retenue reporte au prochain bulletin, pour que
      * l'employe puisse le suivre d'un mois a l'autre.
           IF WS-REPORT-NOUVEAU > 0
               MOVE WS-REPORT-NOUVEAU TO WS-AFF-REPORT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'Report retenue a venir : ' WS-AFF-REPORT
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-BLOC-PATRONAL.
           MOVE WS-PATRONALES TO WS-PATRO-AFF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'Charges Patr. : ' WS-PATRO-AFF
               DELIMITED SIZE INTO LIGNE-BULLETIN
           PERFORM ECRIRE-LIGNE-BULLETIN
           IF WS-REDUCTION-GEN NOT = 0
      * Montant affiche en deduction : une regularisation negative
      * (reprise d'un trop-applique) apparait donc sans signe moins.
               COMPUTE WS-AFF-REDUCTION-GEN = 0 - WS-REDUCTION-GEN
               MOVE WS-RDG-COEF TO WS-AFF-RDG-COEF
               MOVE SPACES TO LIGNE-BULLETIN
               STRING '  dont reduction generale : '
                   FUNCTION TRIM(WS-AFF-REDUCTION-GEN)
                   ' (coefficient ' WS-AFF-RDG-COEF ')'
                   DELIMITED SIZE INTO LIGNE-BULLETIN
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.

       ECRIRE-SOLDE-CONGES-BULLETIN.
      * Solde CP/RTT restant a la date de ce bulletin, source directe
           MOVE WS-ATMP-MONTANT TO BDATA-ATMP
           MOVE WS-PATRONALES TO BDATA-PATRONALES
           MOVE WS-NET-A-PAYER TO BDATA-NET-A-PAYER
           MOVE WS-NET-SOCIAL TO BDATA-NET-SOCIAL
           MOVE WS-NET-IMPOSABLE TO BDATA-NET-IMPOSABLE
           MOVE WS-RDG-SMIC-MOIS TO BDATA-SMIC-REF
           MOVE WS-REDUCTION-GEN TO BDATA-REDUCTION-GEN
           MOVE WS-REDUC-SAL-HS TO BDATA-REDUC-SAL-HS
           MOVE WS-HS-EXONEREES TO BDATA-HS-EXONEREES
      * Detail du cout employeur pour le bilan individuel : les
      * elements soumis sont convertis comme le brut qui les contient,
      * les elements verses en net le sont deja.
           MOVE WS-MUT-PAT-COUR TO BDATA-MUTUELLE-PAT
           IF WS-TITRE-VALEUR > WS-TITRE-PART-SAL
               COMPUTE BDATA-TITRES-PAT =
                   WS-NB-TITRES * (WS-TITRE-VALEUR - WS-TITRE-PART-SAL)
           ELSE
               MOVE 0 TO BDATA-TITRES-PAT
           END-IF
           MOVE WS-PRIME-INTERESSEMENT TO BDATA-INTERESSEMENT
           COMPUTE BDATA-PRIME-13 ROUNDED =
               WS-P13-MONTANT * WS-TAUX-CHANGE
           COMPUTE BDATA-CET-MONETISE ROUNDED =
               WS-PRIME-CET * WS-TAUX-CHANGE
           IF WS-SOLDE-TROUVE = 'O'
               MOVE WS-SOLDE-CP(WS-SOLDE-MATCH-IDX) TO BDATA-SOLDE-CP
               MOVE WS-SOLDE-RTT(WS-SOLDE-MATCH-IDX)
