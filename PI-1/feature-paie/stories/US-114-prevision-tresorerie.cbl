       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-114-PREVISION-TRESORERIE.
      * US-114 : Prevision de tresorerie de la paie par date
      *          d'echeance, jour par jour, par nature de sortie et
      *          par etablissement, rapprochee du releve bancaire
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CALENDRIER
               ASSIGN TO WS-CHEMIN-CALENDRIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FICHIER-ECHEANCES-ORG
               ASSIGN TO WS-CHEMIN-ECHEANCES-ORG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCES-ORG.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-ACOMPTES
               ASSIGN TO WS-CHEMIN-ACOMPTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACOMPTES.
           SELECT FICHIER-SAISIES
               ASSIGN TO WS-CHEMIN-SAISIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SAISIES.
           SELECT FICHIER-MUTUELLES
               ASSIGN TO WS-CHEMIN-MUTUELLES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MUTUELLES.
           SELECT FICHIER-ECHEANCIER
               ASSIGN TO WS-CHEMIN-ECHEANCIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCIER.
           SELECT FICHIER-PROJ-SITES
               ASSIGN TO WS-CHEMIN-PROJ-SITES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PROJ-SITES.
           SELECT FICHIER-RELEVE
               ASSIGN TO WS-CHEMIN-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVE.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-CALENDRIER.
           COPY '../../../copybooks/calendrier-paie.cpy'.

        FD FICHIER-ECHEANCES-ORG.
           COPY '../../../copybooks/echeance-organisme.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-ACOMPTES.
           COPY '../../../copybooks/acompte.cpy'.

        FD FICHIER-SAISIES.
           COPY '../../../copybooks/saisie.cpy'.

        FD FICHIER-MUTUELLES.
           COPY '../../../copybooks/mutuelle.cpy'.

        FD FICHIER-ECHEANCIER.
           COPY '../../../copybooks/echeance-cotisation.cpy'.

        FD FICHIER-PROJ-SITES.
           COPY '../../../copybooks/projection-site.cpy'.

        FD FICHIER-RELEVE.
           COPY '../../../copybooks/releve-banque.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CALENDRIER PIC XX.
        01 WS-STATUT-ECHEANCES-ORG PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-ACOMPTES  PIC XX.
        01 WS-STATUT-SAISIES   PIC XX.
        01 WS-STATUT-MUTUELLES PIC XX.
        01 WS-STATUT-ECHEANCIER PIC XX.
        01 WS-STATUT-PROJ-SITES PIC XX.
        01 WS-STATUT-RELEVE    PIC XX.
        01 WS-STATUT-RAPPORT   PIC XX.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-SAISIE-MOIS      PIC X(2)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-NB-MOIS          PIC 9(2)  VALUE 0.
        01 WS-NB-MOIS-DEFAUT   PIC 9(2)  VALUE 2.
        01 WS-NB-MOIS-MAXI     PIC 9(2)  VALUE 12.
        01 WS-CODE-RETOUR      PIC 9(2)  VALUE 0.

      * Periode en cours de traitement et calcul des dates.
        01 WS-PERIODE-CALC     PIC 9(6)  VALUE 0.
        01 WS-IDX-MOIS         PIC 9(2)  VALUE 0.
        01 WS-AN-CALC          PIC 9(4)  VALUE 0.
        01 WS-MOIS-CALC        PIC 9(2)  VALUE 0.
        01 WS-JOUR-CALC        PIC 9(2)  VALUE 0.
        01 WS-JOUR-PAIE-CALC   PIC 9(8)  VALUE 0.
        01 WS-JOUR-PAIE-DEFAUT PIC 9(2)  VALUE 28.
        01 WS-CLE-ECH          PIC X(10) VALUE SPACES.
        01 WS-DATE-ECH         PIC 9(8)  VALUE 0.

      * Jours de paie du calendrier de paie.
        01 WS-TAB-CALENDRIER.
            05 WS-CAL OCCURS 60 TIMES.
                10 WS-CAL-PERIODE   PIC 9(6).
                10 WS-CAL-JOUR-PAIE PIC 9(8).
        01 WS-NB-CALENDRIER    PIC 9(2)  VALUE 0.
        01 WS-IDX-CAL          PIC 9(2)  VALUE 0.

      * Dates d'exigibilite par organisme ou nature de sortie
      * (echeances-organismes.txt, meme regle que US-63).
        01 WS-TAB-ECHEANCES-ORG.
            05 WS-EOR OCCURS 30 TIMES.
                10 WS-EOR-ORGANISME PIC X(10).
                10 WS-EOR-JOUR      PIC 9(2).
                10 WS-EOR-DECALAGE  PIC 9.
        01 WS-NB-ECHEANCES-ORG PIC 9(2)  VALUE 0.
        01 WS-IDX-EOR          PIC 9(2)  VALUE 0.

        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 999 TIMES.
                10 WS-EMP-ID        PIC 9(5).
                10 WS-EMP-SITE      PIC X(10).
                10 WS-EMP-STATUT    PIC X(10).
                10 WS-EMP-MUT-SAL   PIC 9(3)V9(2).
                10 WS-EMP-MUT-PAT   PIC 9(3)V9(2).
        01 WS-NB-EMPLOYES      PIC 9(3)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(3)  VALUE 0.
        01 WS-CLE-EMP          PIC 9(5)  VALUE 0.
        01 WS-SITE-COUR        PIC X(10) VALUE SPACES.
        01 WS-SANS-SITE        PIC X(10) VALUE '(AUCUN)'.

      * Par etablissement : acomptes verses sur la periode (reconduits
      * sur les mois projetes), mutuelle mensuelle des salaries
      * presents, saisies du mois projete en cours.
        01 WS-TAB-SITES.
            05 WS-RSI OCCURS 20 TIMES.
                10 WS-RSI-SITE      PIC X(10).
                10 WS-RSI-ACOMPTE   PIC 9(9)V9(2).
                10 WS-RSI-MUT-SAL   PIC 9(9)V9(2).
                10 WS-RSI-MUT-TOTAL PIC 9(9)V9(2).
                10 WS-RSI-SAISIE    PIC 9(9)V9(2).
        01 WS-NB-SITES         PIC 9(2)  VALUE 0.
        01 WS-IDX-RSI          PIC 9(2)  VALUE 0.
        01 WS-RSI-TROUVE       PIC X     VALUE 'N'.

        01 WS-TAB-SAISIES.
            05 WS-SAI OCCURS 200 TIMES.
                10 WS-SAI-SITE      PIC X(10).
                10 WS-SAI-RESTE     PIC 9(7)V9(2).
                10 WS-SAI-DERNIER   PIC 9(7)V9(2).
                10 WS-SAI-PERIODE   PIC 9(6).
        01 WS-NB-SAISIES       PIC 9(3)  VALUE 0.
        01 WS-IDX-SAI          PIC 9(3)  VALUE 0.

      * Projection mensuelle par etablissement (US-50).
        01 WS-TAB-PROJECTION.
            05 WS-PJS OCCURS 20 TIMES.
                10 WS-PJS-SITE      PIC X(10).
                10 WS-PJS-COTIS     PIC 9(9)V9(2).
                10 WS-PJS-PATRONAL  PIC 9(9)V9(2).
                10 WS-PJS-IMPOT     PIC 9(9)V9(2).
                10 WS-PJS-NET       PIC 9(9)V9(2).
        01 WS-NB-PROJECTION    PIC 9(2)  VALUE 0.
        01 WS-IDX-PJS          PIC 9(2)  VALUE 0.
        01 WS-PROJECTION-LUE   PIC X     VALUE 'N'.

      * Repartition des cotisations par organisme et etablissement
      * de la derniere periode emise par US-63, appliquee aux
      * cotisations projetees.
        01 WS-PERIODE-REF      PIC 9(6)  VALUE 0.
        01 WS-TAB-REPARTITION.
            05 WS-REF OCCURS 200 TIMES.
                10 WS-REF-ORGANISME PIC X(10).
                10 WS-REF-SITE      PIC X(10).
                10 WS-REF-MONTANT   PIC S9(9)V9(2).
        01 WS-NB-REPARTITION   PIC 9(3)  VALUE 0.
        01 WS-IDX-REF          PIC 9(3)  VALUE 0.
        01 WS-TOTAL-REF-SITE   PIC S9(9)V9(2) VALUE 0.
        01 WS-COTIS-PROJETEES  PIC 9(9)V9(2) VALUE 0.

        01 WS-RUN-PRESENT      PIC X     VALUE 'N'.
        01 WS-NUMERO-RUN       PIC 9(6)  VALUE 0.
        01 WS-NB-BULLETINS     PIC 9(5)  VALUE 0.
        01 WS-NB-LIGNES-ECO    PIC 9(4)  VALUE 0.

      * Sorties prevues, cumulees par (date, nature, etablissement).
      * Source R : resultats du run ou acompte deja verse ;
      * P : projection.
        01 WS-TAB-FLUX.
            05 WS-FLX OCCURS 3000 TIMES.
                10 WS-FLX-DATE      PIC 9(8).
                10 WS-FLX-TYPE      PIC X(10).
                10 WS-FLX-SITE      PIC X(10).
                10 WS-FLX-SOURCE    PIC X.
                10 WS-FLX-MONTANT   PIC S9(9)V9(2).
        01 WS-NB-FLUX          PIC 9(4)  VALUE 0.
        01 WS-IDX-FLX          PIC 9(4)  VALUE 0.
        01 WS-FLX-TROUVE       PIC X     VALUE 'N'.
        01 WS-AJ-DATE          PIC 9(8)  VALUE 0.
        01 WS-AJ-TYPE          PIC X(10) VALUE SPACES.
        01 WS-AJ-SITE          PIC X(10) VALUE SPACES.
        01 WS-AJ-SOURCE        PIC X     VALUE SPACES.
        01 WS-AJ-MONTANT       PIC S9(9)V9(2) VALUE 0.
        01 WS-FLUX-PERDUS      PIC 9(4)  VALUE 0.

        01 WS-TAB-TOTAUX-TYPE.
            05 WS-TTY OCCURS 30 TIMES.
                10 WS-TTY-TYPE      PIC X(10).
                10 WS-TTY-MONTANT   PIC S9(9)V9(2).
        01 WS-NB-TOTAUX-TYPE   PIC 9(2)  VALUE 0.
        01 WS-IDX-TTY          PIC 9(2)  VALUE 0.
        01 WS-TTY-TROUVE       PIC X     VALUE 'N'.

        01 WS-TAB-TOTAUX-SITE.
            05 WS-TSI OCCURS 30 TIMES.
                10 WS-TSI-SITE      PIC X(10).
                10 WS-TSI-MONTANT   PIC S9(9)V9(2).
        01 WS-NB-TOTAUX-SITE   PIC 9(2)  VALUE 0.
        01 WS-IDX-TSI          PIC 9(2)  VALUE 0.
        01 WS-TSI-TROUVE       PIC X     VALUE 'N'.

      * Debits du releve bancaire par date de valeur, sur l'horizon
      * de la prevision.
        01 WS-TAB-RELEVE.
            05 WS-RJ OCCURS 400 TIMES.
                10 WS-RJ-DATE       PIC 9(8).
                10 WS-RJ-MONTANT    PIC 9(9)V9(2).
        01 WS-NB-RELEVE        PIC 9(3)  VALUE 0.
        01 WS-IDX-RJ           PIC 9(3)  VALUE 0.
        01 WS-RJ-TROUVE        PIC X     VALUE 'N'.
        01 WS-RELEVE-LU        PIC X     VALUE 'N'.
        01 WS-DATE-MIN         PIC 9(8)  VALUE 0.
        01 WS-DATE-MAX         PIC 9(8)  VALUE 0.
        01 WS-DATE-RELEVE-MAX  PIC 9(8)  VALUE 0.

        01 WS-DATE-COUR        PIC 9(8)  VALUE 0.
        01 WS-DATE-SUIVANTE    PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN         PIC 9(8)  VALUE 99999999.
        01 WS-TOTAL-JOUR       PIC S9(9)V9(2) VALUE 0.
        01 WS-TOTAL-GENERAL    PIC S9(9)V9(2) VALUE 0.
        01 WS-REALISE-JOUR     PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-PREVU-RAP  PIC S9(9)V9(2) VALUE 0.
        01 WS-TOTAL-REALISE    PIC 9(9)V9(2) VALUE 0.
        01 WS-ECART            PIC S9(9)V9(2) VALUE 0.
        01 WS-TOLERANCE        PIC 9(3)V9(2) VALUE 5.00.
        01 WS-NB-ECARTS        PIC 9(3)  VALUE 0.
        01 WS-MONTANT-CALC     PIC S9(9)V9(2) VALUE 0.

        01 WS-AFF-MONTANT      PIC -(9)9.99.
        01 WS-AFF-MONTANT-2    PIC -(9)9.99.
        01 WS-AFF-MONTANT-3    PIC -(9)9.99.
        01 WS-AFF-NB           PIC Z9.
        01 WS-LIBELLE-SOURCE   PIC X(40) VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CALENDRIER PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ECHEANCES-ORG PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ACOMPTES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SAISIES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MUTUELLES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ECHEANCIER PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PROJ-SITES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELEVE    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-DIR-RAPPORT      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-PARAMETRES
           PERFORM CHARGER-CALENDRIER
           PERFORM CHARGER-ECHEANCES-ORG
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-MUTUELLES
           PERFORM CHARGER-SAISIES
           PERFORM CHARGER-ACOMPTES
           PERFORM CHARGER-BULLETINS
           PERFORM CHARGER-ECHEANCIER
           PERFORM CHARGER-PROJECTION
           IF WS-RUN-PRESENT = 'O'
               PERFORM PREVOIR-PERIODE-RUN
               IF WS-NB-LIGNES-ECO = 0
                   DISPLAY 'ATTENTION : bordereaux de la periode '
                       WS-PERIODE ' non emis (US-63), cotisations '
                       'absentes de la prevision.'
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF
           IF WS-PROJECTION-LUE = 'N'
               AND (WS-NB-MOIS > 0 OR WS-RUN-PRESENT = 'N')
               DISPLAY 'ATTENTION : projection-sites.txt absent '
                   '(US-50), periodes futures non prevues.'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-PERIODE TO WS-PERIODE-CALC
           PERFORM VARYING WS-IDX-MOIS FROM 0 BY 1
               UNTIL WS-IDX-MOIS > WS-NB-MOIS
               IF WS-PROJECTION-LUE = 'O'
                   AND (WS-IDX-MOIS > 0 OR WS-RUN-PRESENT = 'N')
                   PERFORM PREVOIR-PERIODE-PROJETEE
               END-IF
               PERFORM AVANCER-PERIODE
           END-PERFORM
           PERFORM CHARGER-RELEVE
           PERFORM ECRIRE-RAPPORT
           IF WS-FLUX-PERDUS > 0
               DISPLAY 'ATTENTION : ' WS-FLUX-PERDUS
                   ' sortie(s) au-dela de la table, prevision '
                   'incomplete.'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           IF WS-NB-ECARTS > 0
               DISPLAY 'ATTENTION : ' WS-NB-ECARTS ' jour(s) ou le '
                   'releve s''ecarte de la prevision.'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           DISPLAY 'Prevision de tresorerie : '
               FUNCTION TRIM(WS-CHEMIN-RAPPORT)
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           GOBACK.

       DEFINIR-CHEMINS.
      * Repertoire partage optionnel (lecteur reseau) pour deporter
      * tous les fichiers de ce programme hors de l'arborescence
      * PI-1/PI-2 ; sans GESTPAIE_RACINE, chaque fichier garde son
      * chemin relatif habituel.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../calendrier-paie.txt' TO
                   WS-CHEMIN-CALENDRIER
               MOVE '../echeances-organismes.txt' TO
                   WS-CHEMIN-ECHEANCES-ORG
               MOVE '../bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../acomptes.txt' TO WS-CHEMIN-ACOMPTES
               MOVE '../saisies-salaire.txt' TO WS-CHEMIN-SAISIES
               MOVE '../mutuelles.txt' TO WS-CHEMIN-MUTUELLES
               MOVE '../echeances-cotisations.txt' TO
                   WS-CHEMIN-ECHEANCIER
               MOVE '../projection-sites.txt' TO WS-CHEMIN-PROJ-SITES
               MOVE '../releve-banque-paie.txt' TO WS-CHEMIN-RELEVE
               MOVE '../' TO WS-DIR-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/calendrier-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CALENDRIER
               STRING FUNCTION TRIM(WS-RACINE)
                   '/echeances-organismes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ECHEANCES-ORG
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/acomptes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ACOMPTES
               STRING FUNCTION TRIM(WS-RACINE) '/saisies-salaire.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SAISIES
               STRING FUNCTION TRIM(WS-RACINE) '/mutuelles.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MUTUELLES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/echeances-cotisations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ECHEANCIER
               STRING FUNCTION TRIM(WS-RACINE) '/projection-sites.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PROJ-SITES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/releve-banque-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELEVE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-RAPPORT
           END-IF.

       SAISIR-PARAMETRES.
           DISPLAY 'Periode (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               IF WS-SAISIE-PERIODE NOT NUMERIC
                   DISPLAY 'ERREUR : periode invalide '
                       WS-SAISIE-PERIODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           DISPLAY 'Mois projetes apres la periode (vide = 2, '
               'maxi 12) : '
           ACCEPT WS-SAISIE-MOIS
           IF WS-SAISIE-MOIS = SPACES
               MOVE WS-NB-MOIS-DEFAUT TO WS-NB-MOIS
           ELSE
               IF WS-SAISIE-MOIS(1:1) NOT NUMERIC
                   OR (WS-SAISIE-MOIS(2:1) NOT NUMERIC
                       AND WS-SAISIE-MOIS(2:1) NOT = SPACE)
                   DISPLAY 'ERREUR : nombre de mois invalide '
                       WS-SAISIE-MOIS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-NB-MOIS =
                   FUNCTION NUMVAL(WS-SAISIE-MOIS)
           END-IF
           IF WS-NB-MOIS > WS-NB-MOIS-MAXI
               MOVE WS-NB-MOIS-MAXI TO WS-NB-MOIS
           END-IF
           MOVE SPACES TO WS-CHEMIN-RAPPORT
           STRING FUNCTION TRIM(WS-DIR-RAPPORT)
               'prevision-tresorerie-' WS-PERIODE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RAPPORT.

       CHARGER-CALENDRIER.
      * Fichier optionnel : sans jour de paie au calendrier, le 28
      * du mois en tient lieu.
           OPEN INPUT FICHIER-CALENDRIER
           IF WS-STATUT-CALENDRIER = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CALENDRIER
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-CALENDRIER < 60
                               ADD 1 TO WS-NB-CALENDRIER
                               MOVE CAL-PERIODE TO
                                   WS-CAL-PERIODE(WS-NB-CALENDRIER)
                               MOVE CAL-JOUR-PAIE TO
                                   WS-CAL-JOUR-PAIE(WS-NB-CALENDRIER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CALENDRIER
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ECHEANCES-ORG.
           OPEN INPUT FICHIER-ECHEANCES-ORG
           IF WS-STATUT-ECHEANCES-ORG = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ECHEANCES-ORG
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ECHEANCES-ORG < 30
                               AND ECH-JOUR NUMERIC
                               AND ECH-DECALAGE NUMERIC
                               ADD 1 TO WS-NB-ECHEANCES-ORG
                               MOVE ECH-ORGANISME TO WS-EOR-ORGANISME
                                   (WS-NB-ECHEANCES-ORG)
                               MOVE ECH-JOUR TO
                                   WS-EOR-JOUR(WS-NB-ECHEANCES-ORG)
                               MOVE ECH-DECALAGE TO WS-EOR-DECALAGE
                                   (WS-NB-ECHEANCES-ORG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCES-ORG
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-EMPLOYES.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-EMPLOYES < 999
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-ID TO WS-EMP-ID(WS-NB-EMPLOYES)
                           MOVE EMP-SITE TO
                               WS-EMP-SITE(WS-NB-EMPLOYES)
                           IF EMP-SITE = SPACES
                               MOVE WS-SANS-SITE TO
                                   WS-EMP-SITE(WS-NB-EMPLOYES)
                           END-IF
                           MOVE EMP-STATUT TO
                               WS-EMP-STATUT(WS-NB-EMPLOYES)
                           MOVE 0 TO WS-EMP-MUT-SAL(WS-NB-EMPLOYES)
                           MOVE 0 TO WS-EMP-MUT-PAT(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHERCHER-EMPLOYE.
      * WS-CLE-EMP -> WS-IDX-EMP (0 si inconnu) et WS-SITE-COUR.
           MOVE 0 TO WS-IDX-EMP
           MOVE WS-SANS-SITE TO WS-SITE-COUR
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               OR WS-EMP-ID(WS-IDX-EMP) = WS-CLE-EMP
               CONTINUE
           END-PERFORM
           IF WS-IDX-EMP > WS-NB-EMPLOYES
               MOVE 0 TO WS-IDX-EMP
           ELSE
               MOVE WS-EMP-SITE(WS-IDX-EMP) TO WS-SITE-COUR
           END-IF.

       LOCALISER-SITE.
      * WS-SITE-COUR -> WS-IDX-RSI, ligne creee au besoin.
           MOVE 'N' TO WS-RSI-TROUVE
           PERFORM VARYING WS-IDX-RSI FROM 1 BY 1
               UNTIL WS-IDX-RSI > WS-NB-SITES
               OR WS-RSI-TROUVE = 'O'
               IF WS-RSI-SITE(WS-IDX-RSI) = WS-SITE-COUR
                   MOVE 'O' TO WS-RSI-TROUVE
               END-IF
           END-PERFORM
           IF WS-RSI-TROUVE = 'O'
               SUBTRACT 1 FROM WS-IDX-RSI
           ELSE
               IF WS-NB-SITES < 20
                   ADD 1 TO WS-NB-SITES
                   MOVE WS-SITE-COUR TO WS-RSI-SITE(WS-NB-SITES)
                   MOVE 0 TO WS-RSI-ACOMPTE(WS-NB-SITES)
                   MOVE 0 TO WS-RSI-MUT-SAL(WS-NB-SITES)
                   MOVE 0 TO WS-RSI-MUT-TOTAL(WS-NB-SITES)
                   MOVE 0 TO WS-RSI-SAISIE(WS-NB-SITES)
               END-IF
               MOVE WS-NB-SITES TO WS-IDX-RSI
           END-IF.

       CHARGER-MUTUELLES.
      * Cotisation mensuelle fixe par salarie (parts salariale et
      * patronale) ; cumul par etablissement des salaries presents
      * pour les mois projetes.
           OPEN INPUT FICHIER-MUTUELLES
           IF WS-STATUT-MUTUELLES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-MUTUELLES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE MUT-EMP-ID TO WS-CLE-EMP
                           PERFORM CHERCHER-EMPLOYE
                           IF WS-IDX-EMP > 0
                               MOVE MUT-PART-SAL TO
                                   WS-EMP-MUT-SAL(WS-IDX-EMP)
                               MOVE MUT-PART-PAT TO
                                   WS-EMP-MUT-PAT(WS-IDX-EMP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MUTUELLES
               MOVE 'N' TO WS-FIN
           END-IF
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-STATUT(WS-IDX-EMP) NOT = 'SORTI'
                   MOVE WS-EMP-SITE(WS-IDX-EMP) TO WS-SITE-COUR
                   PERFORM LOCALISER-SITE
                   ADD WS-EMP-MUT-SAL(WS-IDX-EMP) TO
                       WS-RSI-MUT-SAL(WS-IDX-RSI)
                   COMPUTE WS-RSI-MUT-TOTAL(WS-IDX-RSI) =
                       WS-RSI-MUT-TOTAL(WS-IDX-RSI)
                       + WS-EMP-MUT-SAL(WS-IDX-EMP)
                       + WS-EMP-MUT-PAT(WS-IDX-EMP)
               END-IF
           END-PERFORM.

       CHARGER-SAISIES.
      * Saisies en cours : la retenue du dernier run est reconduite
      * chaque mois projete tant que le solde la permet.
           OPEN INPUT FICHIER-SAISIES
           IF WS-STATUT-SAISIES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SAISIES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-SAISIES < 200
                               ADD 1 TO WS-NB-SAISIES
                               MOVE SAISIE-EMP-ID TO WS-CLE-EMP
                               PERFORM CHERCHER-EMPLOYE
                               MOVE WS-SITE-COUR TO
                                   WS-SAI-SITE(WS-NB-SAISIES)
                               MOVE SAISIE-SOLDE TO
                                   WS-SAI-RESTE(WS-NB-SAISIES)
                               MOVE SAISIE-DERNIER-MONTANT TO
                                   WS-SAI-DERNIER(WS-NB-SAISIES)
                               MOVE SAISIE-DERNIERE-PERIODE TO
                                   WS-SAI-PERIODE(WS-NB-SAISIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SAISIES
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ACOMPTES.
      * Les acomptes de la periode sont des sorties deja connues, a
      * leur date de versement ; leur total par etablissement est
      * reconduit sur les mois projetes.
           OPEN INPUT FICHIER-ACOMPTES
           IF WS-STATUT-ACOMPTES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ACOMPTES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ACOMPTE-DATE(1:6) = WS-PERIODE
                               PERFORM RETENIR-ACOMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ACOMPTES
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-ACOMPTE.
           MOVE ACOMPTE-EMP-ID TO WS-CLE-EMP
           PERFORM CHERCHER-EMPLOYE
           PERFORM LOCALISER-SITE
           ADD ACOMPTE-MONTANT TO WS-RSI-ACOMPTE(WS-IDX-RSI)
           MOVE ACOMPTE-DATE TO WS-AJ-DATE
           MOVE 'ACOMPTE' TO WS-AJ-TYPE
           MOVE WS-SITE-COUR TO WS-AJ-SITE
           MOVE 'R' TO WS-AJ-SOURCE
           MOVE ACOMPTE-MONTANT TO WS-AJ-MONTANT
           PERFORM AJOUTER-FLUX.

       CHARGER-BULLETINS.
      * Bulletins EMIS de la periode : net a payer au jour de paie,
      * prelevement a la source et mutuelle a leur echeance.
           MOVE WS-PERIODE TO WS-PERIODE-CALC
           PERFORM CHERCHER-JOUR-PAIE
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE = WS-PERIODE
                               AND BDATA-STATUT = 'EMIS'
                               PERFORM RETENIR-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-BULLETINS > 0
               MOVE 'O' TO WS-RUN-PRESENT
           END-IF.

       RETENIR-BULLETIN.
           ADD 1 TO WS-NB-BULLETINS
           MOVE BDATA-RUN TO WS-NUMERO-RUN
           MOVE BDATA-EMP-ID TO WS-CLE-EMP
           PERFORM CHERCHER-EMPLOYE
           MOVE WS-SITE-COUR TO WS-AJ-SITE
           MOVE 'R' TO WS-AJ-SOURCE
           MOVE WS-JOUR-PAIE-CALC TO WS-AJ-DATE
           MOVE 'NET' TO WS-AJ-TYPE
           MOVE BDATA-NET-A-PAYER TO WS-AJ-MONTANT
           PERFORM AJOUTER-FLUX
           IF BDATA-IMPOT > 0
               MOVE 'PAS' TO WS-CLE-ECH
               PERFORM CALCULER-ECHEANCE
               MOVE WS-DATE-ECH TO WS-AJ-DATE
               MOVE 'PAS' TO WS-AJ-TYPE
               MOVE BDATA-IMPOT TO WS-AJ-MONTANT
               PERFORM AJOUTER-FLUX
           END-IF
           IF WS-IDX-EMP > 0
               COMPUTE WS-AJ-MONTANT = WS-EMP-MUT-SAL(WS-IDX-EMP)
                   + WS-EMP-MUT-PAT(WS-IDX-EMP)
               IF WS-AJ-MONTANT > 0
                   MOVE 'MUTUELLE' TO WS-CLE-ECH
                   PERFORM CALCULER-ECHEANCE
                   MOVE WS-DATE-ECH TO WS-AJ-DATE
                   MOVE 'MUTUELLE' TO WS-AJ-TYPE
                   PERFORM AJOUTER-FLUX
               END-IF
           END-IF.

       CHARGER-ECHEANCIER.
      * Echeancier ecrit par US-63 : la derniere periode emise
      * jusqu'a la periode demandee donne la repartition des
      * cotisations par organisme et etablissement ; les lignes de
      * la periode elle-meme sont ses sorties reelles.
           OPEN INPUT FICHIER-ECHEANCIER
           IF WS-STATUT-ECHEANCIER = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ECHEANCIER
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ECO-PERIODE <= WS-PERIODE
                               AND ECO-PERIODE > WS-PERIODE-REF
                               MOVE ECO-PERIODE TO WS-PERIODE-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-PERIODE-REF > 0
               OPEN INPUT FICHIER-ECHEANCIER
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ECHEANCIER
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ECO-PERIODE = WS-PERIODE-REF
                               PERFORM RETENIR-REPARTITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-REPARTITION.
           IF WS-NB-REPARTITION < 200
               ADD 1 TO WS-NB-REPARTITION
               MOVE ECO-ORGANISME TO
                   WS-REF-ORGANISME(WS-NB-REPARTITION)
               MOVE ECO-SITE TO WS-REF-SITE(WS-NB-REPARTITION)
               IF ECO-SITE = SPACES
                   MOVE WS-SANS-SITE TO
                       WS-REF-SITE(WS-NB-REPARTITION)
               END-IF
               MOVE ECO-MONTANT TO WS-REF-MONTANT(WS-NB-REPARTITION)
           END-IF
           IF ECO-PERIODE = WS-PERIODE
               AND WS-RUN-PRESENT = 'O'
               ADD 1 TO WS-NB-LIGNES-ECO
               MOVE ECO-ECHEANCE TO WS-AJ-DATE
               MOVE ECO-ORGANISME TO WS-AJ-TYPE
               MOVE ECO-SITE TO WS-AJ-SITE
               IF ECO-SITE = SPACES
                   MOVE WS-SANS-SITE TO WS-AJ-SITE
               END-IF
               MOVE 'R' TO WS-AJ-SOURCE
               MOVE ECO-MONTANT TO WS-AJ-MONTANT
               PERFORM AJOUTER-FLUX
           END-IF.

       CHARGER-PROJECTION.
           OPEN INPUT FICHIER-PROJ-SITES
           IF WS-STATUT-PROJ-SITES = '00'
               MOVE 'O' TO WS-PROJECTION-LUE
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-PROJ-SITES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-PROJECTION < 20
                               ADD 1 TO WS-NB-PROJECTION
                               MOVE PJS-SITE TO
                                   WS-PJS-SITE(WS-NB-PROJECTION)
                               IF PJS-SITE = SPACES
                                   MOVE WS-SANS-SITE TO
                                       WS-PJS-SITE(WS-NB-PROJECTION)
                               END-IF
                               MOVE PJS-COTIS TO
                                   WS-PJS-COTIS(WS-NB-PROJECTION)
                               MOVE PJS-PATRONAL TO
                                   WS-PJS-PATRONAL(WS-NB-PROJECTION)
                               MOVE PJS-IMPOT TO
                                   WS-PJS-IMPOT(WS-NB-PROJECTION)
                               MOVE PJS-NET TO
                                   WS-PJS-NET(WS-NB-PROJECTION)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PROJ-SITES
               MOVE 'N' TO WS-FIN
           END-IF.

       PREVOIR-PERIODE-RUN.
      * Saisies retenues par le run de la periode : reversement aux
      * creanciers (US-83) a leur echeance.
           MOVE WS-PERIODE TO WS-PERIODE-CALC
           PERFORM CHERCHER-JOUR-PAIE
           MOVE 'SAISIE' TO WS-CLE-ECH
           PERFORM CALCULER-ECHEANCE
           PERFORM VARYING WS-IDX-SAI FROM 1 BY 1
               UNTIL WS-IDX-SAI > WS-NB-SAISIES
               IF WS-SAI-PERIODE(WS-IDX-SAI) = WS-PERIODE
                   AND WS-SAI-DERNIER(WS-IDX-SAI) > 0
                   MOVE WS-DATE-ECH TO WS-AJ-DATE
                   MOVE 'SAISIE' TO WS-AJ-TYPE
                   MOVE WS-SAI-SITE(WS-IDX-SAI) TO WS-AJ-SITE
                   MOVE 'R' TO WS-AJ-SOURCE
                   MOVE WS-SAI-DERNIER(WS-IDX-SAI) TO WS-AJ-MONTANT
                   PERFORM AJOUTER-FLUX
               END-IF
           END-PERFORM.

       PREVOIR-PERIODE-PROJETEE.
      * Periode WS-PERIODE-CALC sur les chiffres de US-50 : le net
      * projete, diminue des acomptes, saisies et part salariale de
      * mutuelle qui sortent par ailleurs, est verse au jour de
      * paie ; impot, mutuelle, saisies et cotisations a leur
      * echeance. Les acomptes deja verses sur la periode demandee
      * y figurent deja a leur date reelle.
           PERFORM CHERCHER-JOUR-PAIE
           MOVE 'P' TO WS-AJ-SOURCE
           PERFORM VARYING WS-IDX-RSI FROM 1 BY 1
               UNTIL WS-IDX-RSI > WS-NB-SITES
               MOVE 0 TO WS-RSI-SAISIE(WS-IDX-RSI)
           END-PERFORM
           PERFORM PROJETER-SAISIES
           PERFORM VARYING WS-IDX-PJS FROM 1 BY 1
               UNTIL WS-IDX-PJS > WS-NB-PROJECTION
               PERFORM PROJETER-UN-SITE
           END-PERFORM.

       PROJETER-SAISIES.
           MOVE 'SAISIE' TO WS-CLE-ECH
           PERFORM CALCULER-ECHEANCE
           PERFORM VARYING WS-IDX-SAI FROM 1 BY 1
               UNTIL WS-IDX-SAI > WS-NB-SAISIES
               IF WS-SAI-DERNIER(WS-IDX-SAI) > 0
                   AND WS-SAI-RESTE(WS-IDX-SAI) > 0
                   IF WS-SAI-DERNIER(WS-IDX-SAI) >
                       WS-SAI-RESTE(WS-IDX-SAI)
                       MOVE WS-SAI-RESTE(WS-IDX-SAI) TO WS-AJ-MONTANT
                   ELSE
                       MOVE WS-SAI-DERNIER(WS-IDX-SAI) TO
                           WS-AJ-MONTANT
                   END-IF
                   SUBTRACT WS-AJ-MONTANT FROM
                       WS-SAI-RESTE(WS-IDX-SAI)
                   MOVE WS-SAI-SITE(WS-IDX-SAI) TO WS-SITE-COUR
                   PERFORM LOCALISER-SITE
                   ADD WS-AJ-MONTANT TO WS-RSI-SAISIE(WS-IDX-RSI)
                   MOVE WS-DATE-ECH TO WS-AJ-DATE
                   MOVE 'SAISIE' TO WS-AJ-TYPE
                   MOVE WS-SITE-COUR TO WS-AJ-SITE
                   PERFORM AJOUTER-FLUX
               END-IF
           END-PERFORM.

       PROJETER-UN-SITE.
           MOVE WS-PJS-SITE(WS-IDX-PJS) TO WS-SITE-COUR
           PERFORM LOCALISER-SITE
           MOVE WS-SITE-COUR TO WS-AJ-SITE
           IF WS-PERIODE-CALC NOT = WS-PERIODE
               AND WS-RSI-ACOMPTE(WS-IDX-RSI) > 0
               MOVE 'ACOMPTE' TO WS-CLE-ECH
               PERFORM CALCULER-ECHEANCE
               MOVE WS-DATE-ECH TO WS-AJ-DATE
               MOVE 'ACOMPTE' TO WS-AJ-TYPE
               MOVE WS-RSI-ACOMPTE(WS-IDX-RSI) TO WS-AJ-MONTANT
               PERFORM AJOUTER-FLUX
           END-IF
           COMPUTE WS-AJ-MONTANT = WS-PJS-NET(WS-IDX-PJS)
               - WS-RSI-ACOMPTE(WS-IDX-RSI)
               - WS-RSI-SAISIE(WS-IDX-RSI)
               - WS-RSI-MUT-SAL(WS-IDX-RSI)
           IF WS-AJ-MONTANT > 0
               MOVE WS-JOUR-PAIE-CALC TO WS-AJ-DATE
               MOVE 'NET' TO WS-AJ-TYPE
               PERFORM AJOUTER-FLUX
           END-IF
           IF WS-PJS-IMPOT(WS-IDX-PJS) > 0
               MOVE 'PAS' TO WS-CLE-ECH
               PERFORM CALCULER-ECHEANCE
               MOVE WS-DATE-ECH TO WS-AJ-DATE
               MOVE 'PAS' TO WS-AJ-TYPE
               MOVE WS-PJS-IMPOT(WS-IDX-PJS) TO WS-AJ-MONTANT
               PERFORM AJOUTER-FLUX
           END-IF
           IF WS-RSI-MUT-TOTAL(WS-IDX-RSI) > 0
               MOVE 'MUTUELLE' TO WS-CLE-ECH
               PERFORM CALCULER-ECHEANCE
               MOVE WS-DATE-ECH TO WS-AJ-DATE
               MOVE 'MUTUELLE' TO WS-AJ-TYPE
               MOVE WS-RSI-MUT-TOTAL(WS-IDX-RSI) TO WS-AJ-MONTANT
               PERFORM AJOUTER-FLUX
           END-IF
           COMPUTE WS-COTIS-PROJETEES = WS-PJS-COTIS(WS-IDX-PJS)
               + WS-PJS-PATRONAL(WS-IDX-PJS)
           IF WS-COTIS-PROJETEES > 0
               PERFORM REPARTIR-COTISATIONS
           END-IF.

       REPARTIR-COTISATIONS.
      * Cotisations projetees de l'etablissement reparties entre
      * organismes au prorata de la periode de reference ; sans
      * reference pour l'etablissement, tout va a l'URSSAF.
           MOVE 0 TO WS-TOTAL-REF-SITE
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-REPARTITION
               IF WS-REF-SITE(WS-IDX-REF) = WS-SITE-COUR
                   ADD WS-REF-MONTANT(WS-IDX-REF) TO WS-TOTAL-REF-SITE
               END-IF
           END-PERFORM
           IF WS-TOTAL-REF-SITE > 0
               PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REPARTITION
                   IF WS-REF-SITE(WS-IDX-REF) = WS-SITE-COUR
                       COMPUTE WS-AJ-MONTANT ROUNDED =
                           WS-COTIS-PROJETEES
                           * WS-REF-MONTANT(WS-IDX-REF)
                           / WS-TOTAL-REF-SITE
                       MOVE WS-REF-ORGANISME(WS-IDX-REF) TO
                           WS-CLE-ECH
                       PERFORM AJOUTER-COTISATION-PROJETEE
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-COTIS-PROJETEES TO WS-AJ-MONTANT
               MOVE 'URSSAF' TO WS-CLE-ECH
               PERFORM AJOUTER-COTISATION-PROJETEE
           END-IF.

       AJOUTER-COTISATION-PROJETEE.
           PERFORM CALCULER-ECHEANCE
           MOVE WS-DATE-ECH TO WS-AJ-DATE
           MOVE WS-CLE-ECH TO WS-AJ-TYPE
           MOVE WS-SITE-COUR TO WS-AJ-SITE
           PERFORM AJOUTER-FLUX.

       AVANCER-PERIODE.
           COMPUTE WS-AN-CALC = WS-PERIODE-CALC / 100
           COMPUTE WS-MOIS-CALC = WS-PERIODE-CALC - WS-AN-CALC * 100
           ADD 1 TO WS-MOIS-CALC
           IF WS-MOIS-CALC > 12
               MOVE 1 TO WS-MOIS-CALC
               ADD 1 TO WS-AN-CALC
           END-IF
           COMPUTE WS-PERIODE-CALC = WS-AN-CALC * 100 + WS-MOIS-CALC.

       CHERCHER-JOUR-PAIE.
      * Jour de paie de WS-PERIODE-CALC au calendrier, a defaut le
      * 28 du mois.
           COMPUTE WS-JOUR-PAIE-CALC = WS-PERIODE-CALC * 100
               + WS-JOUR-PAIE-DEFAUT
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
               UNTIL WS-IDX-CAL > WS-NB-CALENDRIER
               IF WS-CAL-PERIODE(WS-IDX-CAL) = WS-PERIODE-CALC
                   AND WS-CAL-JOUR-PAIE(WS-IDX-CAL) > 0
                   MOVE WS-CAL-JOUR-PAIE(WS-IDX-CAL) TO
                       WS-JOUR-PAIE-CALC
               END-IF
           END-PERFORM.

       CALCULER-ECHEANCE.
      * Echeance de WS-CLE-ECH pour WS-PERIODE-CALC (jour de paie
      * deja cherche) : meme regle que les bordereaux US-63.
           MOVE WS-JOUR-PAIE-CALC TO WS-DATE-ECH
           PERFORM VARYING WS-IDX-EOR FROM 1 BY 1
               UNTIL WS-IDX-EOR > WS-NB-ECHEANCES-ORG
               IF WS-EOR-ORGANISME(WS-IDX-EOR) = WS-CLE-ECH
                   AND WS-EOR-JOUR(WS-IDX-EOR) > 0
                   PERFORM CALCULER-DATE-ECHEANCE
               END-IF
           END-PERFORM.

       CALCULER-DATE-ECHEANCE.
           COMPUTE WS-AN-CALC = WS-PERIODE-CALC / 100
           COMPUTE WS-MOIS-CALC = WS-PERIODE-CALC
               - WS-AN-CALC * 100 + WS-EOR-DECALAGE(WS-IDX-EOR)
           IF WS-MOIS-CALC > 12
               SUBTRACT 12 FROM WS-MOIS-CALC
               ADD 1 TO WS-AN-CALC
           END-IF
           MOVE WS-EOR-JOUR(WS-IDX-EOR) TO WS-JOUR-CALC
           IF WS-JOUR-CALC > 28
               MOVE 28 TO WS-JOUR-CALC
           END-IF
           COMPUTE WS-DATE-ECH = WS-AN-CALC * 10000
               + WS-MOIS-CALC * 100 + WS-JOUR-CALC.

       AJOUTER-FLUX.
           MOVE 'N' TO WS-FLX-TROUVE
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
               UNTIL WS-IDX-FLX > WS-NB-FLUX
               IF WS-FLX-DATE(WS-IDX-FLX) = WS-AJ-DATE
                   AND WS-FLX-TYPE(WS-IDX-FLX) = WS-AJ-TYPE
                   AND WS-FLX-SITE(WS-IDX-FLX) = WS-AJ-SITE
                   AND WS-FLX-SOURCE(WS-IDX-FLX) = WS-AJ-SOURCE
                   ADD WS-AJ-MONTANT TO WS-FLX-MONTANT(WS-IDX-FLX)
                   MOVE 'O' TO WS-FLX-TROUVE
               END-IF
           END-PERFORM
           IF WS-FLX-TROUVE = 'N'
               IF WS-NB-FLUX < 3000
                   ADD 1 TO WS-NB-FLUX
                   MOVE WS-AJ-DATE TO WS-FLX-DATE(WS-NB-FLUX)
                   MOVE WS-AJ-TYPE TO WS-FLX-TYPE(WS-NB-FLUX)
                   MOVE WS-AJ-SITE TO WS-FLX-SITE(WS-NB-FLUX)
                   MOVE WS-AJ-SOURCE TO WS-FLX-SOURCE(WS-NB-FLUX)
                   MOVE WS-AJ-MONTANT TO WS-FLX-MONTANT(WS-NB-FLUX)
                   MOVE 'O' TO WS-FLX-TROUVE
               ELSE
                   ADD 1 TO WS-FLUX-PERDUS
               END-IF
           END-IF
           IF WS-FLX-TROUVE = 'O'
               PERFORM CUMULER-TOTAUX
           END-IF.

       CUMULER-TOTAUX.
           MOVE 'N' TO WS-TTY-TROUVE
           PERFORM VARYING WS-IDX-TTY FROM 1 BY 1
               UNTIL WS-IDX-TTY > WS-NB-TOTAUX-TYPE
               IF WS-TTY-TYPE(WS-IDX-TTY) = WS-AJ-TYPE
                   ADD WS-AJ-MONTANT TO WS-TTY-MONTANT(WS-IDX-TTY)
                   MOVE 'O' TO WS-TTY-TROUVE
               END-IF
           END-PERFORM
           IF WS-TTY-TROUVE = 'N' AND WS-NB-TOTAUX-TYPE < 30
               ADD 1 TO WS-NB-TOTAUX-TYPE
               MOVE WS-AJ-TYPE TO WS-TTY-TYPE(WS-NB-TOTAUX-TYPE)
               MOVE WS-AJ-MONTANT TO
                   WS-TTY-MONTANT(WS-NB-TOTAUX-TYPE)
           END-IF
           MOVE 'N' TO WS-TSI-TROUVE
           PERFORM VARYING WS-IDX-TSI FROM 1 BY 1
               UNTIL WS-IDX-TSI > WS-NB-TOTAUX-SITE
               IF WS-TSI-SITE(WS-IDX-TSI) = WS-AJ-SITE
                   ADD WS-AJ-MONTANT TO WS-TSI-MONTANT(WS-IDX-TSI)
                   MOVE 'O' TO WS-TSI-TROUVE
               END-IF
           END-PERFORM
           IF WS-TSI-TROUVE = 'N' AND WS-NB-TOTAUX-SITE < 30
               ADD 1 TO WS-NB-TOTAUX-SITE
               MOVE WS-AJ-SITE TO WS-TSI-SITE(WS-NB-TOTAUX-SITE)
               MOVE WS-AJ-MONTANT TO
                   WS-TSI-MONTANT(WS-NB-TOTAUX-SITE)
           END-IF
           ADD WS-AJ-MONTANT TO WS-TOTAL-GENERAL
           IF WS-DATE-MIN = 0 OR WS-AJ-DATE < WS-DATE-MIN
               MOVE WS-AJ-DATE TO WS-DATE-MIN
           END-IF
           IF WS-AJ-DATE > WS-DATE-MAX
               MOVE WS-AJ-DATE TO WS-DATE-MAX
           END-IF.

       CHARGER-RELEVE.
      * Debits du compte de paie (RLV-RUN renseigne ; les credits
      * hors paie portent RLV-RUN a zero) dates dans l'horizon de la
      * prevision, cumules par date de valeur.
           OPEN INPUT FICHIER-RELEVE
           IF WS-STATUT-RELEVE = '00'
               MOVE 'O' TO WS-RELEVE-LU
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-RELEVE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF RLV-RUN NOT = 0
                               AND RLV-DATE >= WS-DATE-MIN
                               AND RLV-DATE <= WS-DATE-MAX
                               PERFORM RETENIR-DEBIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RELEVE
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-DEBIT.
           IF RLV-DATE > WS-DATE-RELEVE-MAX
               MOVE RLV-DATE TO WS-DATE-RELEVE-MAX
           END-IF
           MOVE 'N' TO WS-RJ-TROUVE
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
               UNTIL WS-IDX-RJ > WS-NB-RELEVE
               IF WS-RJ-DATE(WS-IDX-RJ) = RLV-DATE
                   ADD RLV-MONTANT TO WS-RJ-MONTANT(WS-IDX-RJ)
                   MOVE 'O' TO WS-RJ-TROUVE
               END-IF
           END-PERFORM
           IF WS-RJ-TROUVE = 'N' AND WS-NB-RELEVE < 400
               ADD 1 TO WS-NB-RELEVE
               MOVE RLV-DATE TO WS-RJ-DATE(WS-NB-RELEVE)
               MOVE RLV-MONTANT TO WS-RJ-MONTANT(WS-NB-RELEVE)
           END-IF.

       ECRIRE-RAPPORT.
           OPEN OUTPUT FICHIER-RAPPORT
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'ERREUR : ouverture '
                   FUNCTION TRIM(WS-CHEMIN-RAPPORT)
                   ' impossible (statut ' WS-STATUT-RAPPORT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '========================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-MOIS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PREVISION DE TRESORERIE PAIE - PERIODE '
               WS-PERIODE ' + ' WS-AFF-NB ' MOIS'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '  (R = resultats du run ou verse, P = projection)'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '========================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-SOURCES
           MOVE '----------------------------------------'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'SORTIES PREVUES JOUR PAR JOUR' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-NB-FLUX = 0
               MOVE '  Aucune sortie prevue.' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE 0 TO WS-DATE-COUR
           PERFORM CHERCHER-DATE-SUIVANTE
           PERFORM UNTIL WS-DATE-SUIVANTE = WS-DATE-FIN
               MOVE WS-DATE-SUIVANTE TO WS-DATE-COUR
               PERFORM ECRIRE-JOUR
               PERFORM CHERCHER-DATE-SUIVANTE
           END-PERFORM
           PERFORM ECRIRE-TOTAUX
           PERFORM ECRIRE-RAPPROCHEMENT
           CLOSE FICHIER-RAPPORT.

       ECRIRE-SOURCES.
           MOVE WS-PERIODE TO WS-PERIODE-CALC
           PERFORM VARYING WS-IDX-MOIS FROM 0 BY 1
               UNTIL WS-IDX-MOIS > WS-NB-MOIS
               MOVE SPACES TO WS-LIBELLE-SOURCE
               IF WS-IDX-MOIS = 0 AND WS-RUN-PRESENT = 'O'
                   STRING 'resultats du run ' WS-NUMERO-RUN ' (R)'
                       DELIMITED SIZE INTO WS-LIBELLE-SOURCE
               ELSE
                   IF WS-PROJECTION-LUE = 'O'
                       MOVE 'projection US-50 (P)' TO
                           WS-LIBELLE-SOURCE
                   ELSE
                       MOVE 'non prevue (projection absente)' TO
                           WS-LIBELLE-SOURCE
                   END-IF
               END-IF
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Periode ' WS-PERIODE-CALC ' : '
                   WS-LIBELLE-SOURCE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               PERFORM AVANCER-PERIODE
           END-PERFORM.

       CHERCHER-DATE-SUIVANTE.
      * Plus petite date de sortie ou de debit posterieure a
      * WS-DATE-COUR ; WS-DATE-FIN quand il n'y en a plus.
           MOVE WS-DATE-FIN TO WS-DATE-SUIVANTE
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
               UNTIL WS-IDX-FLX > WS-NB-FLUX
               IF WS-FLX-DATE(WS-IDX-FLX) > WS-DATE-COUR
                   AND WS-FLX-DATE(WS-IDX-FLX) < WS-DATE-SUIVANTE
                   MOVE WS-FLX-DATE(WS-IDX-FLX) TO WS-DATE-SUIVANTE
               END-IF
           END-PERFORM.

       ECRIRE-JOUR.
           MOVE 0 TO WS-TOTAL-JOUR
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
               UNTIL WS-IDX-FLX > WS-NB-FLUX
               IF WS-FLX-DATE(WS-IDX-FLX) = WS-DATE-COUR
                   ADD WS-FLX-MONTANT(WS-IDX-FLX) TO WS-TOTAL-JOUR
                   MOVE WS-FLX-MONTANT(WS-IDX-FLX) TO WS-AFF-MONTANT
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING WS-DATE-COUR '  ' WS-FLX-TYPE(WS-IDX-FLX)
                       ' ' WS-FLX-SITE(WS-IDX-FLX) ' '
                       WS-AFF-MONTANT ' ' WS-FLX-SOURCE(WS-IDX-FLX)
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-JOUR TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '          TOTAL DU JOUR        ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-TOTAUX.
           MOVE '----------------------------------------'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'TOTAUX PAR ETABLISSEMENT' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-TSI FROM 1 BY 1
               UNTIL WS-IDX-TSI > WS-NB-TOTAUX-SITE
               MOVE WS-TSI-MONTANT(WS-IDX-TSI) TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  ' WS-TSI-SITE(WS-IDX-TSI) ' : '
                   WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           MOVE 'TOTAUX PAR NATURE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-TTY FROM 1 BY 1
               UNTIL WS-IDX-TTY > WS-NB-TOTAUX-TYPE
               MOVE WS-TTY-MONTANT(WS-IDX-TTY) TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  ' WS-TTY-TYPE(WS-IDX-TTY) ' : '
                   WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           MOVE WS-TOTAL-GENERAL TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL DES SORTIES PREVUES : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-RAPPROCHEMENT.
      * Jusqu'a la derniere date debitee au releve : prevu du jour
      * contre debits reels ; un ecart au-dela de la tolerance est
      * signale.
           MOVE '----------------------------------------'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'RAPPROCHEMENT AVEC LE RELEVE BANCAIRE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-RELEVE-LU = 'N'
               MOVE '  releve-banque-paie.txt absent.'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               IF WS-NB-RELEVE = 0
                   MOVE '  Aucun debit au releve sur l''horizon.'
                       TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               ELSE
                   MOVE '  DATE          PREVU        REALISE'
                       TO LIGNE-RAPPORT
                   MOVE '          ECART' TO LIGNE-RAPPORT(38:)
                   WRITE LIGNE-RAPPORT
                   MOVE 0 TO WS-DATE-COUR
                   PERFORM CHERCHER-DATE-RAPPROCHEE
                   PERFORM UNTIL WS-DATE-SUIVANTE = WS-DATE-FIN
                       MOVE WS-DATE-SUIVANTE TO WS-DATE-COUR
                       PERFORM RAPPROCHER-JOUR
                       PERFORM CHERCHER-DATE-RAPPROCHEE
                   END-PERFORM
                   COMPUTE WS-ECART =
                       WS-TOTAL-REALISE - WS-TOTAL-PREVU-RAP
                   MOVE WS-TOTAL-PREVU-RAP TO WS-AFF-MONTANT
                   MOVE WS-TOTAL-REALISE TO WS-AFF-MONTANT-2
                   MOVE WS-ECART TO WS-AFF-MONTANT-3
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING '  TOTAL   ' WS-AFF-MONTANT ' '
                       WS-AFF-MONTANT-2 ' ' WS-AFF-MONTANT-3
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF.

       CHERCHER-DATE-RAPPROCHEE.
      * Date suivante parmi les sorties prevues et les debits du
      * releve, bornee a la derniere date du releve.
           PERFORM CHERCHER-DATE-SUIVANTE
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
               UNTIL WS-IDX-RJ > WS-NB-RELEVE
               IF WS-RJ-DATE(WS-IDX-RJ) > WS-DATE-COUR
                   AND WS-RJ-DATE(WS-IDX-RJ) < WS-DATE-SUIVANTE
                   MOVE WS-RJ-DATE(WS-IDX-RJ) TO WS-DATE-SUIVANTE
               END-IF
           END-PERFORM
           IF WS-DATE-SUIVANTE > WS-DATE-RELEVE-MAX
               MOVE WS-DATE-FIN TO WS-DATE-SUIVANTE
           END-IF.

       RAPPROCHER-JOUR.
           MOVE 0 TO WS-MONTANT-CALC
           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
               UNTIL WS-IDX-FLX > WS-NB-FLUX
               IF WS-FLX-DATE(WS-IDX-FLX) = WS-DATE-COUR
                   ADD WS-FLX-MONTANT(WS-IDX-FLX) TO WS-MONTANT-CALC
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REALISE-JOUR
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
               UNTIL WS-IDX-RJ > WS-NB-RELEVE
               IF WS-RJ-DATE(WS-IDX-RJ) = WS-DATE-COUR
                   MOVE WS-RJ-MONTANT(WS-IDX-RJ) TO WS-REALISE-JOUR
               END-IF
           END-PERFORM
           ADD WS-MONTANT-CALC TO WS-TOTAL-PREVU-RAP
           ADD WS-REALISE-JOUR TO WS-TOTAL-REALISE
           COMPUTE WS-ECART = WS-REALISE-JOUR - WS-MONTANT-CALC
           MOVE WS-MONTANT-CALC TO WS-AFF-MONTANT
           MOVE WS-REALISE-JOUR TO WS-AFF-MONTANT-2
           MOVE WS-ECART TO WS-AFF-MONTANT-3
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  ' WS-DATE-COUR WS-AFF-MONTANT ' '
               WS-AFF-MONTANT-2 ' ' WS-AFF-MONTANT-3
               DELIMITED SIZE INTO LIGNE-RAPPORT
           IF FUNCTION ABS(WS-ECART) > WS-TOLERANCE
               MOVE '  ECART' TO LIGNE-RAPPORT(60:)
               ADD 1 TO WS-NB-ECARTS
           END-IF
           WRITE LIGNE-RAPPORT.
