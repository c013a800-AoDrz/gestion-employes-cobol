       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-117-ENQUETE-ACEMO.
      * US-117 : Extrait trimestriel de l'enquete ACEMO (effectifs,
      *          duree du travail, salaires de base)
      * Feature : Rapports
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
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-FORFAIT
               ASSIGN TO WS-CHEMIN-FORFAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FORFAIT.
           SELECT FICHIER-HEURES
               ASSIGN TO WS-CHEMIN-HEURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HEURES.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-FORFAIT.
           COPY '../../../copybooks/forfait.cpy'.

        FD FICHIER-HEURES.
           COPY '../../../copybooks/heures.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-FORFAIT   PIC XX.
        01 WS-STATUT-HEURES    PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-RAPPORT   PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * Trimestre AAAAT (vide = dernier trimestre civil acheve) et
      * site (vide = entreprise entiere) ; le questionnaire est
      * adresse par etablissement (SIRET).
        01 WS-SAISIE-TRIMESTRE PIC X(5)  VALUE SPACES.
        01 WS-TRIMESTRE        PIC 9(5)  VALUE 0.
        01 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
            05 WS-TRIM-AAAA    PIC 9(4).
            05 WS-TRIM-T       PIC 9.
        01 WS-SITE-FILTRE      PIC X(10) VALUE SPACES.
        01 WS-SIRET            PIC X(14) VALUE SPACES.
        01 WS-DATE-FIN-TRIM    PIC 9(8)  VALUE 0.
        01 WS-PERIODE-1        PIC 9(6)  VALUE 0.
        01 WS-PERIODE-3        PIC 9(6)  VALUE 0.
        01 WS-MOIS-FIN         PIC 9(2)  VALUE 0.
        01 WS-MOIS-SYS         PIC 9(2)  VALUE 0.

      * Salaries presents le dernier jour du trimestre (embauches au
      * plus tard ce jour-la, non sortis avant), sur le site demande.
      * WS-PRE-PAYE : ligne de l'extrait de paie du dernier mois
      * trouvee pour le salarie (controle avec US-45).
        01 WS-NB-PRE           PIC 9(4)  VALUE 0.
        01 WS-TAB-PRE.
            05 WS-PRE OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-NB-PRE.
                10 WS-PRE-EMP-ID     PIC 9(5).
                10 WS-PRE-NOM        PIC X(20).
                10 WS-PRE-CATEGORIE  PIC X(10).
                10 WS-PRE-PAYE       PIC X.
        01 WS-IDX-PRE          PIC 9(4)  VALUE 0.
        01 WS-PRE-TROUVE       PIC 9(4)  VALUE 0.

      * Effectif par categorie de contrat (les stagiaires, sans
      * contrat de travail, sont hors champ de l'enquete).
        01 WS-NB-CAT           PIC 9(2)  VALUE 0.
        01 WS-TAB-CAT.
            05 WS-CAT OCCURS 20 TIMES.
                10 WS-CAT-NOM        PIC X(10).
                10 WS-CAT-EFFECTIF   PIC 9(4).
                10 WS-CAT-PARTIEL    PIC 9(4).
        01 WS-IDX-CAT          PIC 9(2)  VALUE 0.
        01 WS-CAT-COURANTE     PIC 9(2)  VALUE 0.
        01 WS-EFFECTIF-TOTAL   PIC 9(4)  VALUE 0.
        01 WS-EFFECTIF-PARTIEL PIC 9(4)  VALUE 0.
        01 WS-EFFECTIF-STAGE   PIC 9(4)  VALUE 0.
        01 WS-PART-PARTIEL     PIC 9(3)V9 VALUE 0.

      * Duree hebdomadaire contractuelle : horaire individuel en
      * vigueur (moyenne sur 12 semaines, multiple de tous les cycles
      * de 1 a 4 semaines), a defaut semaine standard de 35 h
      * proratisee par EMP-TAUX-TEMPS ; salaries payes a l'heure :
      * heures normales saisies sur le trimestre / 13 semaines ;
      * forfaits jours comptes a part, sans duree horaire.
        01 WS-SEMAINE-STANDARD PIC 9(2)V9(2) VALUE 35.
        01 WS-NB-FORFAIT       PIC 9(4)  VALUE 0.
        01 WS-TAB-FORFAIT.
            05 WS-FJ-EMP-ID OCCURS 500 TIMES PIC 9(5).
        01 WS-IDX-FJ           PIC 9(4)  VALUE 0.
        01 WS-EST-FORFAIT      PIC X     VALUE 'N'.
        01 WS-NB-FORFAIT-PRES  PIC 9(4)  VALUE 0.
        01 WS-NB-HEURES        PIC 9(4)  VALUE 0.
        01 WS-TAB-HEURES.
            05 WS-HRS OCCURS 2000 TIMES.
                10 WS-HRS-EMP-ID     PIC 9(5).
                10 WS-HRS-NORMALES   PIC 9(4)V9(2).
        01 WS-IDX-HRS          PIC 9(4)  VALUE 0.
        01 WS-HRS-TROUVE       PIC 9(4)  VALUE 0.
        01 WS-HEURES-SEMAINE   PIC 9(3)V9(2) VALUE 0.
        01 WS-HEURES-CUMUL     PIC 9(4)V9(2) VALUE 0.
        01 WS-HEURES-JOUR      PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.
        01 WS-INT-FIN-TRIM     PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-DATE-JOUR        PIC 9(8)  VALUE 0.
        01 WS-IDX-JOUR         PIC 9(2)  VALUE 0.
        01 WS-DUREE-COMPLET    PIC 9(6)V9(2) VALUE 0.
        01 WS-NB-COMPLET       PIC 9(4)  VALUE 0.
        01 WS-DUREE-PARTIEL    PIC 9(6)V9(2) VALUE 0.
        01 WS-NB-PARTIEL-HOR   PIC 9(4)  VALUE 0.
        01 WS-DUREE-HORAIRE    PIC 9(6)V9(2) VALUE 0.
        01 WS-NB-HORAIRE       PIC 9(4)  VALUE 0.
        01 WS-DUREE-MOYENNE    PIC 9(3)V9(2) VALUE 0.

      * Salaire de base mensuel temps complet par poste de reference
      * (coefficient de classification) : EMP-SALAIRE pour un
      * mensuel, EMP-TAUX-HORAIRE x 151,67 h pour un horaire ; brut
      * effectivement verse sur le dernier mois du trimestre en
      * regard (bulletins non annules).
        01 WS-HEURES-MENSUELLES PIC 9(3)V9(2) VALUE 151.67.
        01 WS-BASE-TC          PIC 9(7)V9(2) VALUE 0.
        01 WS-NB-COEF          PIC 9(2)  VALUE 0.
        01 WS-TAB-COEF.
            05 WS-COEF OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-NB-COEF
               ASCENDING KEY IS WS-COEF-VALEUR
               INDEXED BY WS-COEF-I.
                10 WS-COEF-VALEUR    PIC 9(3).
                10 WS-COEF-EFFECTIF  PIC 9(4).
                10 WS-COEF-BASE-TOT  PIC 9(9)V9(2).
                10 WS-COEF-BASE-MIN  PIC 9(7)V9(2).
                10 WS-COEF-BASE-MAX  PIC 9(7)V9(2).
                10 WS-COEF-NB-BRUT   PIC 9(4).
                10 WS-COEF-BRUT-TOT  PIC 9(9)V9(2).
        01 WS-IDX-COEF         PIC 9(2)  VALUE 0.
        01 WS-COEF-COURANT     PIC 9(2)  VALUE 0.
        01 WS-MONTANT-MOYEN    PIC 9(7)V9(2) VALUE 0.

      * Brut du dernier mois par salarie : le dernier enregistrement
      * lu l'emporte ; bulletins-data.txt, ou l'historique quand la
      * paie du mois est deja archivee.
        01 WS-NB-BRUT          PIC 9(4)  VALUE 0.
        01 WS-TAB-BRUT.
            05 WS-BRT OCCURS 2000 TIMES.
                10 WS-BRT-EMP-ID     PIC 9(5).
                10 WS-BRT-MONTANT    PIC 9(7)V9(2).
                10 WS-BRT-STATUT     PIC X(10).
        01 WS-IDX-BRT          PIC 9(4)  VALUE 0.
        01 WS-BRT-TROUVE       PIC 9(4)  VALUE 0.
        01 WS-SOURCE-BRUT      PIC X(30) VALUE SPACES.

      * Controle des effectifs : memes tetes que US-45 (salaries
      * payes du dernier mois d'apres l'extrait de paie, hors
      * stagiaires et alternants) face aux presents du dernier jour.
        01 WS-EXTRAIT-TROUVE   PIC X     VALUE 'N'.
        01 WS-EFFECTIF-US45    PIC 9(4)  VALUE 0.
        01 WS-EFFECTIF-CTRL    PIC 9(4)  VALUE 0.
        01 WS-NB-ECARTS        PIC 9(4)  VALUE 0.
        01 WS-TAB-ECARTS.
            05 WS-ECA OCCURS 200 TIMES.
                10 WS-ECA-EMP-ID     PIC 9(5).
                10 WS-ECA-NOM        PIC X(20).
                10 WS-ECA-MOTIF      PIC X(40).
        01 WS-IDX-ECA          PIC 9(4)  VALUE 0.

        01 WS-AFF-EFFECTIF     PIC ZZZ9.
        01 WS-AFF-EFFECTIF-2   PIC ZZZ9.
        01 WS-AFF-MONTANT      PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT-3    PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT-4    PIC ZZZZZZ9.99.
        01 WS-AFF-HEURES       PIC ZZ9.99.
        01 WS-AFF-POURCENT     PIC ZZ9.9.
        01 WS-AFF-COEF         PIC ZZ9.
        01 WS-DATE-FIN-AFF     PIC X(10) VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FORFAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HEURES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-HISTO PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-PREFIXE-RAPPORT  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD

           DISPLAY '================================'
           DISPLAY ' ENQUETE TRIMESTRIELLE ACEMO    '
           DISPLAY '================================'
           DISPLAY 'Trimestre (AAAAT, vide = dernier trimestre '
               'acheve) : '
           ACCEPT WS-SAISIE-TRIMESTRE
           DISPLAY 'Site (vide = tous les etablissements) : '
           ACCEPT WS-SITE-FILTRE
           PERFORM DETERMINER-TRIMESTRE

           PERFORM LIRE-ETABLISSEMENT
           PERFORM CHARGER-FORFAITS
           PERFORM CHARGER-HEURES
           PERFORM CHARGER-BRUTS
           PERFORM CHARGER-PRESENTS
           PERFORM CONTROLER-EFFECTIFS

           STRING WS-PREFIXE-RAPPORT DELIMITED SPACE
               WS-TRIMESTRE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           PERFORM ECRIRE-RAPPORT
           DISPLAY 'Rapport genere : ' FUNCTION TRIM(WS-CHEMIN-RAPPORT)
           IF WS-EXTRAIT-TROUVE = 'N'
               DISPLAY 'ATTENTION : extrait de paie de ' WS-PERIODE-3
                   ' absent, controle US-45 non effectue.'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-ECARTS > 0
               DISPLAY 'ATTENTION : ' WS-NB-ECARTS ' ecart(s) avec '
                   'l''effectif paye du mois (US-45), detail en '
                   'section D.'
               MOVE 4 TO RETURN-CODE
           END-IF
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
               MOVE '../../feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../feature-paie/etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../../feature-paie/forfait-jours.txt' TO
                   WS-CHEMIN-FORFAIT
               MOVE '../../feature-paie/heures-saisies.txt' TO
                   WS-CHEMIN-HEURES
               MOVE '../../feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BDATA-COURANT
               MOVE '../../../PI-2/feature-historique/'
                 & 'historique-paies-data.txt' TO WS-CHEMIN-BDATA-HISTO
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../enquete-acemo-' TO WS-PREFIXE-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/forfait-jours.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FORFAIT
               STRING FUNCTION TRIM(WS-RACINE) '/heures-saisies.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HEURES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-COURANT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/enquete-acemo-'
                   DELIMITED SIZE INTO WS-PREFIXE-RAPPORT
           END-IF.

       DETERMINER-TRIMESTRE.
      * Dernier jour du trimestre et ses trois periodes de paie.
           IF WS-SAISIE-TRIMESTRE = SPACES
               MOVE WS-DATE-SYS(5:2) TO WS-MOIS-SYS
               MOVE WS-DATE-SYS(1:4) TO WS-TRIM-AAAA
               COMPUTE WS-TRIM-T = (WS-MOIS-SYS - 1) / 3
               IF WS-TRIM-T = 0
                   SUBTRACT 1 FROM WS-TRIM-AAAA
                   MOVE 4 TO WS-TRIM-T
               END-IF
           ELSE
               IF WS-SAISIE-TRIMESTRE NOT NUMERIC
                   DISPLAY 'ERREUR : trimestre invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE
               IF WS-TRIM-T < 1 OR WS-TRIM-T > 4
                   DISPLAY 'ERREUR : trimestre invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-MOIS-FIN = WS-TRIM-T * 3
           COMPUTE WS-PERIODE-3 = WS-TRIM-AAAA * 100 + WS-MOIS-FIN
           COMPUTE WS-PERIODE-1 = WS-PERIODE-3 - 2
           IF WS-MOIS-FIN = 6 OR WS-MOIS-FIN = 9
               COMPUTE WS-DATE-FIN-TRIM = WS-PERIODE-3 * 100 + 30
           ELSE
               COMPUTE WS-DATE-FIN-TRIM = WS-PERIODE-3 * 100 + 31
           END-IF
           COMPUTE WS-INT-FIN-TRIM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-TRIM)
           STRING WS-DATE-FIN-TRIM(7:2) '/' WS-DATE-FIN-TRIM(5:2) '/'
               WS-DATE-FIN-TRIM(1:4)
               DELIMITED SIZE INTO WS-DATE-FIN-AFF.

       LIRE-ETABLISSEMENT.
           IF WS-SITE-FILTRE NOT = SPACES
               OPEN INPUT FICHIER-ETABLISSEMENTS
               IF WS-STATUT-ETABLISSEMENTS = '00'
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-ETABLISSEMENTS
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               IF ETB-SITE = WS-SITE-FILTRE
                                   MOVE ETB-SIRET TO WS-SIRET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-ETABLISSEMENTS
                   MOVE 'N' TO WS-FIN
               END-IF
           END-IF.

       CHARGER-FORFAITS.
           OPEN INPUT FICHIER-FORFAIT
           IF WS-STATUT-FORFAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FORFAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-FORFAIT < 500
                               ADD 1 TO WS-NB-FORFAIT
                               MOVE FJ-EMP-ID TO
                                   WS-FJ-EMP-ID(WS-NB-FORFAIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FORFAIT
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-HEURES.
      * Heures normales saisies des trois mois du trimestre, par
      * salarie paye a l'heure.
           OPEN INPUT FICHIER-HEURES
           IF WS-STATUT-HEURES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HEURES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF HEURES-PERIODE >= WS-PERIODE-1
                               AND HEURES-PERIODE <= WS-PERIODE-3
                               PERFORM CUMULER-HEURES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HEURES
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-HEURES.
           MOVE 0 TO WS-HRS-TROUVE
           PERFORM VARYING WS-IDX-HRS FROM 1 BY 1
               UNTIL WS-IDX-HRS > WS-NB-HEURES
               IF WS-HRS-EMP-ID(WS-IDX-HRS) = HEURES-EMP-ID
                   MOVE WS-IDX-HRS TO WS-HRS-TROUVE
               END-IF
           END-PERFORM
           IF WS-HRS-TROUVE = 0 AND WS-NB-HEURES < 2000
               ADD 1 TO WS-NB-HEURES
               MOVE WS-NB-HEURES TO WS-HRS-TROUVE
               MOVE HEURES-EMP-ID TO WS-HRS-EMP-ID(WS-HRS-TROUVE)
               MOVE 0 TO WS-HRS-NORMALES(WS-HRS-TROUVE)
           END-IF
           IF WS-HRS-TROUVE > 0
               ADD HEURES-NORMALES TO WS-HRS-NORMALES(WS-HRS-TROUVE)
           END-IF.

       CHARGER-BRUTS.
           MOVE WS-CHEMIN-BDATA-COURANT TO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE 'bulletins-data.txt' TO WS-SOURCE-BRUT
           IF WS-NB-BRUT = 0
               MOVE WS-CHEMIN-BDATA-HISTO TO WS-CHEMIN-BULLETINS-DATA
               PERFORM LIRE-BULLETINS-DATA
               MOVE 'historique-paies-data.txt' TO WS-SOURCE-BRUT
           END-IF.

       LIRE-BULLETINS-DATA.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE = WS-PERIODE-3
                               PERFORM RETENIR-BRUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BRUT.
           MOVE 0 TO WS-BRT-TROUVE
           PERFORM VARYING WS-IDX-BRT FROM 1 BY 1
               UNTIL WS-IDX-BRT > WS-NB-BRUT
               IF WS-BRT-EMP-ID(WS-IDX-BRT) = BDATA-EMP-ID
                   MOVE WS-IDX-BRT TO WS-BRT-TROUVE
               END-IF
           END-PERFORM
           IF WS-BRT-TROUVE = 0 AND WS-NB-BRUT < 2000
               ADD 1 TO WS-NB-BRUT
               MOVE WS-NB-BRUT TO WS-BRT-TROUVE
               MOVE BDATA-EMP-ID TO WS-BRT-EMP-ID(WS-BRT-TROUVE)
           END-IF
           IF WS-BRT-TROUVE > 0
               MOVE BDATA-BRUT TO WS-BRT-MONTANT(WS-BRT-TROUVE)
               MOVE BDATA-STATUT TO WS-BRT-STATUT(WS-BRT-TROUVE)
           END-IF.

       CHARGER-PRESENTS.
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
                       IF (WS-SITE-FILTRE = SPACES
                           OR EMP-SITE = WS-SITE-FILTRE)
                           AND EMP-DATE-EMBAUCHE <= WS-DATE-FIN-TRIM
                           AND (EMP-STATUT NOT = 'SORTI'
                               OR EMP-DATE-SORTIE >= WS-DATE-FIN-TRIM)
                           PERFORM RETENIR-PRESENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN
           IF WS-EFFECTIF-TOTAL > 0
               COMPUTE WS-PART-PARTIEL ROUNDED =
                   WS-EFFECTIF-PARTIEL * 100 / WS-EFFECTIF-TOTAL
           END-IF.

       RETENIR-PRESENT.
           IF WS-NB-PRE < 2000
               ADD 1 TO WS-NB-PRE
               MOVE EMP-ID TO WS-PRE-EMP-ID(WS-NB-PRE)
               MOVE EMP-NOM TO WS-PRE-NOM(WS-NB-PRE)
               MOVE EMP-CATEGORIE TO WS-PRE-CATEGORIE(WS-NB-PRE)
               MOVE 'N' TO WS-PRE-PAYE(WS-NB-PRE)
           END-IF
           IF EMP-CATEGORIE = 'STAGE'
               ADD 1 TO WS-EFFECTIF-STAGE
           ELSE
               ADD 1 TO WS-EFFECTIF-TOTAL
               PERFORM RETENIR-CATEGORIE
               ADD 1 TO WS-CAT-EFFECTIF(WS-CAT-COURANTE)
               IF EMP-TAUX-TEMPS < 100
                   ADD 1 TO WS-EFFECTIF-PARTIEL
                   ADD 1 TO WS-CAT-PARTIEL(WS-CAT-COURANTE)
               END-IF
               PERFORM CALCULER-DUREE
               PERFORM CUMULER-COEFFICIENT
           END-IF.

       RETENIR-CATEGORIE.
           MOVE 0 TO WS-CAT-COURANTE
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NB-CAT
               IF WS-CAT-NOM(WS-IDX-CAT) = EMP-CATEGORIE
                   MOVE WS-IDX-CAT TO WS-CAT-COURANTE
               END-IF
           END-PERFORM
           IF WS-CAT-COURANTE = 0
               IF WS-NB-CAT < 20
                   ADD 1 TO WS-NB-CAT
                   MOVE WS-NB-CAT TO WS-CAT-COURANTE
                   MOVE EMP-CATEGORIE TO WS-CAT-NOM(WS-CAT-COURANTE)
                   MOVE 0 TO WS-CAT-EFFECTIF(WS-CAT-COURANTE)
                   MOVE 0 TO WS-CAT-PARTIEL(WS-CAT-COURANTE)
               ELSE
                   MOVE WS-NB-CAT TO WS-CAT-COURANTE
               END-IF
           END-IF.

       CALCULER-DUREE.
           MOVE 'N' TO WS-EST-FORFAIT
           PERFORM VARYING WS-IDX-FJ FROM 1 BY 1
               UNTIL WS-IDX-FJ > WS-NB-FORFAIT
               IF WS-FJ-EMP-ID(WS-IDX-FJ) = EMP-ID
                   MOVE 'O' TO WS-EST-FORFAIT
               END-IF
           END-PERFORM
           IF WS-EST-FORFAIT = 'O'
               ADD 1 TO WS-NB-FORFAIT-PRES
           ELSE
               MOVE 0 TO WS-HRS-TROUVE
               IF EMP-BASE-PAIE = 'H'
                   PERFORM VARYING WS-IDX-HRS FROM 1 BY 1
                       UNTIL WS-IDX-HRS > WS-NB-HEURES
                       IF WS-HRS-EMP-ID(WS-IDX-HRS) = EMP-ID
                           MOVE WS-IDX-HRS TO WS-HRS-TROUVE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-HRS-TROUVE > 0
                   COMPUTE WS-HEURES-SEMAINE ROUNDED =
                       WS-HRS-NORMALES(WS-HRS-TROUVE) / 13
                   ADD WS-HEURES-SEMAINE TO WS-DUREE-HORAIRE
                   ADD 1 TO WS-NB-HORAIRE
               ELSE
                   PERFORM CALCULER-DUREE-HORAIRE
                   IF EMP-TAUX-TEMPS < 100
                       ADD WS-HEURES-SEMAINE TO WS-DUREE-PARTIEL
                       ADD 1 TO WS-NB-PARTIEL-HOR
                   ELSE
                       ADD WS-HEURES-SEMAINE TO WS-DUREE-COMPLET
                       ADD 1 TO WS-NB-COMPLET
                   END-IF
               END-IF
           END-IF.

       CALCULER-DUREE-HORAIRE.
      * Douze semaines qui s'achevent le dernier jour du trimestre.
           CALL 'HORAIRE-JOUR' USING EMP-ID WS-DATE-FIN-TRIM
               WS-HEURES-JOUR WS-ORIGINE-HORAIRE
           IF WS-ORIGINE-HORAIRE NOT = 'H'
               COMPUTE WS-HEURES-SEMAINE ROUNDED =
                   WS-SEMAINE-STANDARD * EMP-TAUX-TEMPS / 100
           ELSE
               MOVE 0 TO WS-HEURES-CUMUL
               PERFORM VARYING WS-IDX-JOUR FROM 0 BY 1
                   UNTIL WS-IDX-JOUR > 83
                   COMPUTE WS-INT-JOUR = WS-INT-FIN-TRIM - WS-IDX-JOUR
                   COMPUTE WS-DATE-JOUR =
                       FUNCTION DATE-OF-INTEGER(WS-INT-JOUR)
                   CALL 'HORAIRE-JOUR' USING EMP-ID WS-DATE-JOUR
                       WS-HEURES-JOUR WS-ORIGINE-HORAIRE
                   ADD WS-HEURES-JOUR TO WS-HEURES-CUMUL
               END-PERFORM
               COMPUTE WS-HEURES-SEMAINE ROUNDED =
                   WS-HEURES-CUMUL / 12
           END-IF.

       CUMULER-COEFFICIENT.
           IF EMP-BASE-PAIE = 'H'
               COMPUTE WS-BASE-TC ROUNDED =
                   EMP-TAUX-HORAIRE * WS-HEURES-MENSUELLES
           ELSE
               MOVE EMP-SALAIRE TO WS-BASE-TC
           END-IF
           MOVE 0 TO WS-COEF-COURANT
           PERFORM VARYING WS-IDX-COEF FROM 1 BY 1
               UNTIL WS-IDX-COEF > WS-NB-COEF
               IF WS-COEF-VALEUR(WS-IDX-COEF) = EMP-COEFFICIENT
                   MOVE WS-IDX-COEF TO WS-COEF-COURANT
               END-IF
           END-PERFORM
           IF WS-COEF-COURANT = 0 AND WS-NB-COEF < 60
               ADD 1 TO WS-NB-COEF
               MOVE WS-NB-COEF TO WS-COEF-COURANT
               MOVE EMP-COEFFICIENT TO WS-COEF-VALEUR(WS-COEF-COURANT)
               MOVE 0 TO WS-COEF-EFFECTIF(WS-COEF-COURANT)
               MOVE 0 TO WS-COEF-BASE-TOT(WS-COEF-COURANT)
               MOVE WS-BASE-TC TO WS-COEF-BASE-MIN(WS-COEF-COURANT)
               MOVE WS-BASE-TC TO WS-COEF-BASE-MAX(WS-COEF-COURANT)
               MOVE 0 TO WS-COEF-NB-BRUT(WS-COEF-COURANT)
               MOVE 0 TO WS-COEF-BRUT-TOT(WS-COEF-COURANT)
           END-IF
           IF WS-COEF-COURANT > 0
               ADD 1 TO WS-COEF-EFFECTIF(WS-COEF-COURANT)
               ADD WS-BASE-TC TO WS-COEF-BASE-TOT(WS-COEF-COURANT)
               IF WS-BASE-TC < WS-COEF-BASE-MIN(WS-COEF-COURANT)
                   MOVE WS-BASE-TC TO WS-COEF-BASE-MIN(WS-COEF-COURANT)
               END-IF
               IF WS-BASE-TC > WS-COEF-BASE-MAX(WS-COEF-COURANT)
                   MOVE WS-BASE-TC TO WS-COEF-BASE-MAX(WS-COEF-COURANT)
               END-IF
               PERFORM VARYING WS-IDX-BRT FROM 1 BY 1
                   UNTIL WS-IDX-BRT > WS-NB-BRUT
                   IF WS-BRT-EMP-ID(WS-IDX-BRT) = EMP-ID
                       AND WS-BRT-STATUT(WS-IDX-BRT) NOT = 'ANNULE'
                       ADD 1 TO WS-COEF-NB-BRUT(WS-COEF-COURANT)
                       ADD WS-BRT-MONTANT(WS-IDX-BRT) TO
                           WS-COEF-BRUT-TOT(WS-COEF-COURANT)
                   END-IF
               END-PERFORM
           END-IF.

       CONTROLER-EFFECTIFS.
      * Un ecart s'explique normalement par un mouvement du dernier
      * mois : sortie en cours de mois (payee, absente au dernier
      * jour) ou embauche non encore payee ; il est liste pour etre
      * verifie avant envoi du questionnaire.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE = WS-PERIODE-3
                               MOVE 'O' TO WS-EXTRAIT-TROUVE
                               PERFORM CONTROLER-LIGNE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-EXTRAIT-TROUVE = 'O'
               PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-NB-PRE
                   IF WS-PRE-CATEGORIE(WS-IDX-PRE) NOT = 'STAGE'
                       AND WS-PRE-CATEGORIE(WS-IDX-PRE)
                           NOT = 'ALTERNANCE'
                       ADD 1 TO WS-EFFECTIF-CTRL
                       IF WS-PRE-PAYE(WS-IDX-PRE) = 'N'
                           AND WS-NB-ECARTS < 200
                           ADD 1 TO WS-NB-ECARTS
                           MOVE WS-PRE-EMP-ID(WS-IDX-PRE) TO
                               WS-ECA-EMP-ID(WS-NB-ECARTS)
                           MOVE WS-PRE-NOM(WS-IDX-PRE) TO
                               WS-ECA-NOM(WS-NB-ECARTS)
                           MOVE 'present au dernier jour, non paye'
                               TO WS-ECA-MOTIF(WS-NB-ECARTS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CONTROLER-LIGNE-EXTRAIT.
      * Decompte identique a US-45 (CUMULER-UNE-LIGNE).
           IF (WS-SITE-FILTRE = SPACES OR EXT-SITE = WS-SITE-FILTRE)
               AND EXT-CATEGORIE NOT = 'STAGE'
               AND EXT-CATEGORIE NOT = 'ALTERNANCE'
               ADD 1 TO WS-EFFECTIF-US45
               MOVE 0 TO WS-PRE-TROUVE
               PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-NB-PRE
                   IF WS-PRE-EMP-ID(WS-IDX-PRE) = EXT-EMP-ID
                       MOVE WS-IDX-PRE TO WS-PRE-TROUVE
                   END-IF
               END-PERFORM
               IF WS-PRE-TROUVE > 0
                   MOVE 'O' TO WS-PRE-PAYE(WS-PRE-TROUVE)
               ELSE
                   IF WS-NB-ECARTS < 200
                       ADD 1 TO WS-NB-ECARTS
                       MOVE EXT-EMP-ID TO WS-ECA-EMP-ID(WS-NB-ECARTS)
                       MOVE EXT-NOM TO WS-ECA-NOM(WS-NB-ECARTS)
                       MOVE 'paye du mois, absent au dernier jour'
                           TO WS-ECA-MOTIF(WS-NB-ECARTS)
                   END-IF
               END-IF
           END-IF.

       ECRIRE-RAPPORT.
           OPEN OUTPUT FICHIER-RAPPORT
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'ERREUR : ouverture rapport impossible '
                   '(statut ' WS-STATUT-RAPPORT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ENQUETE ACEMO - ' WS-TRIM-T 'e TRIMESTRE '
               WS-TRIM-AAAA
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SITE-FILTRE = SPACES
               MOVE 'Etablissement : tous (entreprise)'
                   TO LIGNE-RAPPORT
           ELSE
               STRING 'Etablissement : ' WS-SITE-FILTRE
                   '  SIRET ' WS-SIRET
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-SECTION-EFFECTIFS
           PERFORM ECRIRE-SECTION-DUREE
           PERFORM ECRIRE-SECTION-SALAIRES
           PERFORM ECRIRE-SECTION-CONTROLE
           CLOSE FICHIER-RAPPORT.

       ECRIRE-SECTION-EFFECTIFS.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'A. EFFECTIF SALARIE AU ' WS-DATE-FIN-AFF
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-EFFECTIF-TOTAL TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  A1 Effectif total (hors stagiaires)   : '
               WS-AFF-EFFECTIF
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '  A2 Par categorie     effectif   dont temps partiel'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NB-CAT
               MOVE WS-CAT-EFFECTIF(WS-IDX-CAT) TO WS-AFF-EFFECTIF
               MOVE WS-CAT-PARTIEL(WS-IDX-CAT) TO WS-AFF-EFFECTIF-2
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '     ' WS-CAT-NOM(WS-IDX-CAT) '      '
                   WS-AFF-EFFECTIF '          ' WS-AFF-EFFECTIF-2
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           MOVE WS-EFFECTIF-PARTIEL TO WS-AFF-EFFECTIF
           MOVE WS-PART-PARTIEL TO WS-AFF-POURCENT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  A3 Salaries a temps partiel           : '
               WS-AFF-EFFECTIF '  soit ' WS-AFF-POURCENT ' %'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-EFFECTIF-STAGE TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  (stagiaires hors champ                : '
               WS-AFF-EFFECTIF ')'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-SECTION-DUREE.
           MOVE 'B. DUREE HEBDOMADAIRE CONTRACTUELLE DU TRAVAIL'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-DUREE-MOYENNE
           IF WS-NB-COMPLET > 0
               COMPUTE WS-DUREE-MOYENNE ROUNDED =
                   WS-DUREE-COMPLET / WS-NB-COMPLET
           END-IF
           MOVE WS-DUREE-MOYENNE TO WS-AFF-HEURES
           MOVE WS-NB-COMPLET TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  B1 Temps complet (horaire moyen)      : '
               WS-AFF-HEURES ' h   (' WS-AFF-EFFECTIF ' salaries)'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-DUREE-MOYENNE
           IF WS-NB-PARTIEL-HOR > 0
               COMPUTE WS-DUREE-MOYENNE ROUNDED =
                   WS-DUREE-PARTIEL / WS-NB-PARTIEL-HOR
           END-IF
           MOVE WS-DUREE-MOYENNE TO WS-AFF-HEURES
           MOVE WS-NB-PARTIEL-HOR TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  B2 Temps partiel (horaire moyen)      : '
               WS-AFF-HEURES ' h   (' WS-AFF-EFFECTIF ' salaries)'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-DUREE-MOYENNE
           IF WS-NB-HORAIRE > 0
               COMPUTE WS-DUREE-MOYENNE ROUNDED =
                   WS-DUREE-HORAIRE / WS-NB-HORAIRE
           END-IF
           MOVE WS-DUREE-MOYENNE TO WS-AFF-HEURES
           MOVE WS-NB-HORAIRE TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  B3 Payes a l''heure (heures saisies)   : '
               WS-AFF-HEURES ' h   (' WS-AFF-EFFECTIF ' salaries)'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-FORFAIT-PRES TO WS-AFF-EFFECTIF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  B4 Salaries au forfait annuel en jours: '
               WS-AFF-EFFECTIF
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-SECTION-SALAIRES.
           MOVE 'C. SALAIRE DE BASE MENSUEL TEMPS COMPLET PAR POSTE DE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '   REFERENCE (coefficient) - brut verse '
               WS-PERIODE-3 ' (' FUNCTION TRIM(WS-SOURCE-BRUT) ')'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '  COEF EFFECTIF  BASE MOYENNE   BASE MINI   BASE MAXI'
               & '  BRUT MOYEN' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-NB-COEF > 0
               SORT WS-COEF ASCENDING WS-COEF-VALEUR
           END-IF
           PERFORM VARYING WS-IDX-COEF FROM 1 BY 1
               UNTIL WS-IDX-COEF > WS-NB-COEF
               MOVE WS-COEF-VALEUR(WS-IDX-COEF) TO WS-AFF-COEF
               MOVE WS-COEF-EFFECTIF(WS-IDX-COEF) TO WS-AFF-EFFECTIF
               COMPUTE WS-MONTANT-MOYEN ROUNDED =
                   WS-COEF-BASE-TOT(WS-IDX-COEF)
                   / WS-COEF-EFFECTIF(WS-IDX-COEF)
               MOVE WS-MONTANT-MOYEN TO WS-AFF-MONTANT
               MOVE WS-COEF-BASE-MIN(WS-IDX-COEF) TO WS-AFF-MONTANT-2
               MOVE WS-COEF-BASE-MAX(WS-IDX-COEF) TO WS-AFF-MONTANT-3
               MOVE 0 TO WS-MONTANT-MOYEN
               IF WS-COEF-NB-BRUT(WS-IDX-COEF) > 0
                   COMPUTE WS-MONTANT-MOYEN ROUNDED =
                       WS-COEF-BRUT-TOT(WS-IDX-COEF)
                       / WS-COEF-NB-BRUT(WS-IDX-COEF)
               END-IF
               MOVE WS-MONTANT-MOYEN TO WS-AFF-MONTANT-4
               MOVE SPACES TO LIGNE-RAPPORT
               IF WS-COEF-VALEUR(WS-IDX-COEF) = 0
                   STRING '  n.c.    ' WS-AFF-EFFECTIF '  '
                       WS-AFF-MONTANT '  ' WS-AFF-MONTANT-2 '  '
                       WS-AFF-MONTANT-3 '  ' WS-AFF-MONTANT-4
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               ELSE
                   STRING '  ' WS-AFF-COEF '     ' WS-AFF-EFFECTIF
                       '  ' WS-AFF-MONTANT '  ' WS-AFF-MONTANT-2 '  '
                       WS-AFF-MONTANT-3 '  ' WS-AFF-MONTANT-4
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               END-IF
               WRITE LIGNE-RAPPORT
           END-PERFORM.

       ECRIRE-SECTION-CONTROLE.
           MOVE 'D. CONTROLE AVEC LES EFFECTIFS PAYES (US-45)'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-EXTRAIT-TROUVE = 'N'
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  extrait de paie ' WS-PERIODE-3
                   ' absent : controle non effectue'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE WS-EFFECTIF-US45 TO WS-AFF-EFFECTIF
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Payes du mois ' WS-PERIODE-3
                   ' (hors stagiaires, alternants)  : ' WS-AFF-EFFECTIF
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-EFFECTIF-CTRL TO WS-AFF-EFFECTIF
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Presents au ' WS-DATE-FIN-AFF
                   ' (meme perimetre)    : ' WS-AFF-EFFECTIF
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               IF WS-NB-ECARTS = 0
                   MOVE '  Concordant.' TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               ELSE
                   PERFORM VARYING WS-IDX-ECA FROM 1 BY 1
                       UNTIL WS-IDX-ECA > WS-NB-ECARTS
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING '  ECART ' WS-ECA-EMP-ID(WS-IDX-ECA) ' '
                           WS-ECA-NOM(WS-IDX-ECA) ' '
                           WS-ECA-MOTIF(WS-IDX-ECA)
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   END-PERFORM
               END-IF
           END-IF
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
