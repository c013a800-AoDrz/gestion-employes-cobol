       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-99-OBLIGATION-OETH.
      * US-99 : Obligation d'emploi des travailleurs handicapes
      *         (OETH) : declaration annuelle et echeances des
      *         reconnaissances
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
           SELECT FICHIER-EFFECTIFS
               ASSIGN TO WS-CHEMIN-EFFECTIFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EFFECTIFS.
           SELECT FICHIER-SMIC
               ASSIGN TO WS-CHEMIN-SMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SMIC.
           SELECT FICHIER-OETH
               ASSIGN TO WS-CHEMIN-OETH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-OETH.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-EFFECTIFS.
        01 LIGNE-EFFECTIFS    PIC X(80).

        FD FICHIER-SMIC.
           COPY '../../../copybooks/smic.cpy'.

        FD FICHIER-OETH.
           COPY '../../../copybooks/oeth.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-EFFECTIFS PIC XX.
        01 WS-STATUT-SMIC      PIC XX.
        01 WS-STATUT-OETH      PIC XX.
        01 WS-MODE             PIC X     VALUE SPACE.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-JOURS-RESTANTS   PIC S9(5) VALUE 0.
        01 WS-PALIER           PIC X(6)  VALUE SPACES.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-NB-ALERTES       PIC 9(5)  VALUE 0.
        01 WS-RECONNU          PIC X     VALUE 'N'.

      * Parametres legaux : taux d'emploi de 6% de l'effectif
      * d'assujettissement, a partir de 20 salaries ; coefficient de
      * la contribution par beneficiaire manquant, en SMIC horaire,
      * selon la taille de l'entreprise, porte a 1500 quand aucun
      * beneficiaire n'a ete employe depuis plus de trois ans.
        01 WS-TAUX-OBLIGATION  PIC 9(2)  VALUE 6.
        01 WS-SEUIL-ASSUJETTI  PIC 9(3)  VALUE 20.
        01 WS-SEUIL-TRANCHE-2  PIC 9(4)  VALUE 250.
        01 WS-SEUIL-TRANCHE-3  PIC 9(4)  VALUE 750.
        01 WS-COEF-TRANCHE-1   PIC 9(4)  VALUE 400.
        01 WS-COEF-TRANCHE-2   PIC 9(4)  VALUE 500.
        01 WS-COEF-TRANCHE-3   PIC 9(4)  VALUE 600.
        01 WS-COEF-SANS-BENEF  PIC 9(4)  VALUE 1500.
        01 WS-HEURES-MENSUELLES PIC 9(3)V9(2) VALUE 151.67.

        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-FENETRE-ATTENDUE PIC 9(6)  VALUE 0.
        01 WS-FENETRE-LUE      PIC X(6)  VALUE SPACES.
        01 WS-MOYENNE-LUE      PIC X(7)  VALUE SPACES.
        01 WS-EFFECTIF         PIC 9(5)V9(2) VALUE 0.
        01 WS-OBLIGATION       PIC 9(5)  VALUE 0.
        01 WS-BENEFICIAIRES    PIC 9(5)V9(2) VALUE 0.
        01 WS-DEFICIT          PIC 9(5)V9(2) VALUE 0.
        01 WS-COEFFICIENT      PIC 9(4)  VALUE 0.
        01 WS-SMIC-MENSUEL     PIC 9(5)V9(2) VALUE 0.
        01 WS-SMIC-HORAIRE     PIC 9(3)V9(2) VALUE 0.
        01 WS-CONTRIBUTION     PIC 9(9)V9(2) VALUE 0.
        01 WS-ASSUJETTI        PIC X     VALUE 'N'.

      * Decompte d'un beneficiaire : un douzieme de son temps de
      * travail pour chaque mois de l'annee ou il est present et
      * reconnu.
        01 WS-IDX-MOIS         PIC 9(2)  VALUE 0.
        01 WS-MOIS-DEBUT       PIC 9(8)  VALUE 0.
        01 WS-MOIS-FIN         PIC 9(8)  VALUE 0.
        01 WS-CUMUL-EMPLOYE    PIC 9(5)V9(4) VALUE 0.
        01 WS-CUMUL-TOTAL      PIC 9(7)V9(4) VALUE 0.
        01 WS-UNITES-EMPLOYE   PIC 9(3)V9(2) VALUE 0.
        01 WS-NB-BENEFICIAIRES PIC 9(5)  VALUE 0.

      * Historique des declarations (declaration-oeth.txt), reecrit
      * avec l'annee calculee.
        01 WS-TAB-OETH.
            05 WS-OE OCCURS 50 TIMES.
                10 WS-OE-LIGNE      PIC X(80).
                10 WS-OE-ANNEE      PIC 9(4).
                10 WS-OE-BENEF      PIC 9(5)V9(2).
        01 WS-NB-OETH          PIC 9(2)  VALUE 0.
        01 WS-IDX-OETH         PIC 9(2)  VALUE 0.
        01 WS-NB-ANNEES-SANS   PIC 9(1)  VALUE 0.
        01 WS-ANNEE-TEST       PIC 9(4)  VALUE 0.
        01 WS-OETH-TROUVE      PIC X     VALUE 'N'.

        01 WS-AFF-ETP          PIC ZZZZ9.99.
        01 WS-AFF-UNITES       PIC ZZ9.99.
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-MONTANT      PIC ZZZZZZZZ9.99.
        01 WS-AFF-TAUX         PIC ZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EFFECTIFS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SMIC      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-OETH      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           DISPLAY 'Mode : (D)eclaration annuelle OETH ou (E)cheances '
               'des reconnaissances ? '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'D' WHEN 'd'
                   PERFORM CALCULER-DECLARATION
               WHEN OTHER
                   PERFORM CONTROLER-ECHEANCES
           END-EVALUATE
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
               MOVE '../../feature-rapports/rapport-effectifs.txt' TO
                   WS-CHEMIN-EFFECTIFS
               MOVE '../smic.txt' TO WS-CHEMIN-SMIC
               MOVE '../declaration-oeth.txt' TO WS-CHEMIN-OETH
               MOVE '../rapport-oeth.txt' TO WS-CHEMIN-RAPPORT
               MOVE '../alertes-oeth.txt' TO WS-CHEMIN-ALERTES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-effectifs.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EFFECTIFS
               STRING FUNCTION TRIM(WS-RACINE) '/smic.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SMIC
               STRING FUNCTION TRIM(WS-RACINE)
                   '/declaration-oeth.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-OETH
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-oeth.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/alertes-oeth.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
           END-IF.

       OUVRIR-EMPLOYES.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFIER-RECONNAISSANCE.
      * Fiches anterieures au suivi OETH (zone a LOW-VALUES ou non
      * numerique) : aucune reconnaissance.
           MOVE 'N' TO WS-RECONNU
           IF EMP-RQTH-TYPE NOT = SPACES
               AND EMP-RQTH-TYPE NOT = LOW-VALUES
               AND EMP-RQTH-DEBUT NUMERIC
               AND EMP-RQTH-FIN NUMERIC
               AND EMP-RQTH-DEBUT NOT = 0
               MOVE 'O' TO WS-RECONNU
           END-IF.

       CONTROLER-ECHEANCES.
      * Controle mensuel, comme pour les titres de sejour (US-89) :
      * une reconnaissance a duree limitee est signalee a J-180 (le
      * renouvellement aupres de la MDPH prend plusieurs mois), J-90
      * et J-30, puis EXPIREE pendant les 90 jours qui suivent sa
      * fin. Le libelle porte le palier et la date : la corbeille
      * (US-78) ne poste chaque palier qu'une fois.
           PERFORM OUVRIR-EMPLOYES
           OPEN OUTPUT FICHIER-ALERTES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       PERFORM VERIFIER-RECONNAISSANCE
                       IF EMP-STATUT NOT = 'SORTI'
                           AND WS-RECONNU = 'O'
                           AND EMP-RQTH-FIN NOT = 0
                           PERFORM CONTROLER-RECONNAISSANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           CLOSE FICHIER-ALERTES
           MOVE 'N' TO WS-FIN
           DISPLAY 'Reconnaissances OETH a echeance : ' WS-NB-ALERTES
           DISPLAY 'Alertes : alertes-oeth.txt (collectees par la '
               'corbeille US-78)'.

       CONTROLER-RECONNAISSANCE.
           COMPUTE WS-INT-FIN = FUNCTION INTEGER-OF-DATE(EMP-RQTH-FIN)
           IF WS-INT-FIN = 0
               CONTINUE
           ELSE
               COMPUTE WS-JOURS-RESTANTS = WS-INT-FIN - WS-INT-JOUR
               EVALUATE TRUE
                   WHEN WS-JOURS-RESTANTS < -90
                       MOVE SPACES TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS < 0
                       MOVE 'EXPIRE' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 30
                       MOVE 'J-30' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 90
                       MOVE 'J-90' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 180
                       MOVE 'J-180' TO WS-PALIER
                   WHEN OTHER
                       MOVE SPACES TO WS-PALIER
               END-EVALUATE
               IF WS-PALIER NOT = SPACES
                   ADD 1 TO WS-NB-ALERTES
                   MOVE EMP-ID TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-ALERTE
                   STRING 'OETH ' WS-PALIER ' : EMP-ID '
                       WS-ID-AFF ' ' FUNCTION TRIM(EMP-RQTH-TYPE)
                       ' valable jusqu''au ' EMP-RQTH-FIN
                       DELIMITED SIZE INTO LIGNE-ALERTE
                   WRITE LIGNE-ALERTE
               END-IF
           END-IF.

       CALCULER-DECLARATION.
           DISPLAY 'Annee d''assujettissement (AAAA, vide = annee '
               'precedente) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               COMPUTE WS-ANNEE = WS-DATE-SYS / 10000 - 1
           ELSE
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE
           END-IF
           PERFORM LIRE-EFFECTIF-MOYEN
           PERFORM CHARGER-SMIC
           PERFORM CHARGER-HISTORIQUE
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DECLARATION OETH - ANNEE ' WS-ANNEE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'BENEFICIAIRES (unites proratisees) :'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM CUMULER-BENEFICIAIRES
           PERFORM CALCULER-CONTRIBUTION
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-RAPPORT
           PERFORM ECRIRE-HISTORIQUE
           MOVE WS-DEFICIT TO WS-AFF-UNITES
           MOVE WS-CONTRIBUTION TO WS-AFF-MONTANT
           DISPLAY 'OETH ' WS-ANNEE ' : deficit ' WS-AFF-UNITES
               ' beneficiaire(s), contribution ' WS-AFF-MONTANT
           DISPLAY 'Rapport : rapport-oeth.txt, declaration reprise '
               'par la DSN (declaration-oeth.txt)'.

       LIRE-EFFECTIF-MOYEN.
      * Effectif d'assujettissement : moyenne annuelle en ETP du
      * rapport US-45, dont la fenetre de 12 mois doit se terminer
      * en decembre de l'annee declaree.
           COMPUTE WS-FENETRE-ATTENDUE = WS-ANNEE * 100 + 12
           MOVE SPACES TO WS-FENETRE-LUE
           MOVE SPACES TO WS-MOYENNE-LUE
           OPEN INPUT FICHIER-EFFECTIFS
           IF WS-STATUT-EFFECTIFS NOT = '00'
               DISPLAY 'ERREUR : rapport-effectifs.txt absent : lancer '
                   'US-45 sur la fenetre terminant en '
                   WS-FENETRE-ATTENDUE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EFFECTIFS
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF LIGNE-EFFECTIFS(1:34) =
                           'EFFECTIFS EN ETP (12 mois jusqu''a '
                           MOVE LIGNE-EFFECTIFS(35:6)
                               TO WS-FENETRE-LUE
                       END-IF
                       IF LIGNE-EFFECTIFS(1:18) = 'MOYENNE 12 MOIS : '
                           MOVE LIGNE-EFFECTIFS(19:7)
                               TO WS-MOYENNE-LUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EFFECTIFS
           MOVE 'N' TO WS-FIN
           IF WS-FENETRE-LUE NOT = WS-FENETRE-ATTENDUE
               OR WS-MOYENNE-LUE = SPACES
               DISPLAY 'ERREUR : rapport-effectifs.txt porte sur la '
                   'fenetre ' WS-FENETRE-LUE ' : relancer US-45 avec '
                   'la fenetre terminant en ' WS-FENETRE-ATTENDUE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-EFFECTIF = FUNCTION NUMVAL(WS-MOYENNE-LUE).

       CHARGER-SMIC.
           OPEN INPUT FICHIER-SMIC
           IF WS-STATUT-SMIC = '00'
               READ FICHIER-SMIC
                   AT END CONTINUE
                   NOT AT END
                       MOVE SMIC-MENSUEL TO WS-SMIC-MENSUEL
               END-READ
               CLOSE FICHIER-SMIC
           END-IF
           IF WS-SMIC-MENSUEL = 0
               DISPLAY 'ERREUR : smic.txt absent ou vide, contribution '
                   'OETH incalculable'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SMIC-HORAIRE ROUNDED =
               WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES.

       CHARGER-HISTORIQUE.
           MOVE 0 TO WS-NB-OETH
           OPEN INPUT FICHIER-OETH
           IF WS-STATUT-OETH = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-OETH
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF OETH-ANNEE NOT = WS-ANNEE
                               AND WS-NB-OETH < 50
                               ADD 1 TO WS-NB-OETH
                               MOVE OETH-RECORD TO
                                   WS-OE-LIGNE(WS-NB-OETH)
                               MOVE OETH-ANNEE TO
                                   WS-OE-ANNEE(WS-NB-OETH)
                               MOVE OETH-BENEFICIAIRES TO
                                   WS-OE-BENEF(WS-NB-OETH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OETH
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-BENEFICIAIRES.
           PERFORM OUVRIR-EMPLOYES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       PERFORM VERIFIER-RECONNAISSANCE
                       IF WS-RECONNU = 'O'
                           PERFORM CUMULER-UN-BENEFICIAIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN
           COMPUTE WS-BENEFICIAIRES ROUNDED = WS-CUMUL-TOTAL / 12.

       CUMULER-UN-BENEFICIAIRE.
      * Mois retenu : salarie present (embauche au plus tard en fin
      * de mois, pas sorti avant son debut) et reconnaissance valide
      * sur une partie au moins du mois ; un temps partiel compte au
      * prorata de EMP-TAUX-TEMPS.
           MOVE 0 TO WS-CUMUL-EMPLOYE
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
               UNTIL WS-IDX-MOIS > 12
               COMPUTE WS-MOIS-DEBUT =
                   WS-ANNEE * 10000 + WS-IDX-MOIS * 100 + 1
               COMPUTE WS-MOIS-FIN = WS-MOIS-DEBUT + 30
               IF EMP-DATE-EMBAUCHE <= WS-MOIS-FIN
                   AND (EMP-DATE-SORTIE = 0
                     OR EMP-DATE-SORTIE >= WS-MOIS-DEBUT)
                   AND EMP-RQTH-DEBUT <= WS-MOIS-FIN
                   AND (EMP-RQTH-FIN = 0
                     OR EMP-RQTH-FIN >= WS-MOIS-DEBUT)
                   COMPUTE WS-CUMUL-EMPLOYE =
                       WS-CUMUL-EMPLOYE + EMP-TAUX-TEMPS / 100
               END-IF
           END-PERFORM
           IF WS-CUMUL-EMPLOYE > 0
               ADD 1 TO WS-NB-BENEFICIAIRES
               ADD WS-CUMUL-EMPLOYE TO WS-CUMUL-TOTAL
               COMPUTE WS-UNITES-EMPLOYE ROUNDED =
                   WS-CUMUL-EMPLOYE / 12
               MOVE EMP-ID TO WS-ID-AFF
               MOVE WS-UNITES-EMPLOYE TO WS-AFF-UNITES
               MOVE EMP-TAUX-TEMPS TO WS-AFF-TAUX
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  EMP-ID ' WS-ID-AFF ' '
                   EMP-NOM ' ' EMP-RQTH-TYPE ' temps '
                   WS-AFF-TAUX '% : ' WS-AFF-UNITES ' unite(s)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       CALCULER-CONTRIBUTION.
      * Obligation arrondie a l'entier inferieur ; sous le seuil
      * d'assujettissement la declaration reste due mais sans
      * obligation ni contribution.
           IF WS-EFFECTIF >= WS-SEUIL-ASSUJETTI
               MOVE 'O' TO WS-ASSUJETTI
               COMPUTE WS-OBLIGATION =
                   WS-EFFECTIF * WS-TAUX-OBLIGATION / 100
           ELSE
               MOVE 'N' TO WS-ASSUJETTI
               MOVE 0 TO WS-OBLIGATION
           END-IF
           IF WS-BENEFICIAIRES < WS-OBLIGATION
               COMPUTE WS-DEFICIT = WS-OBLIGATION - WS-BENEFICIAIRES
           ELSE
               MOVE 0 TO WS-DEFICIT
           END-IF
           EVALUATE TRUE
               WHEN WS-EFFECTIF < WS-SEUIL-TRANCHE-2
                   MOVE WS-COEF-TRANCHE-1 TO WS-COEFFICIENT
               WHEN WS-EFFECTIF < WS-SEUIL-TRANCHE-3
                   MOVE WS-COEF-TRANCHE-2 TO WS-COEFFICIENT
               WHEN OTHER
                   MOVE WS-COEF-TRANCHE-3 TO WS-COEFFICIENT
           END-EVALUATE
      * Aucun beneficiaire cette annee ni les trois precedentes
      * (declarations de l'historique) : coefficient majore.
           IF WS-ASSUJETTI = 'O' AND WS-BENEFICIAIRES = 0
               MOVE 0 TO WS-NB-ANNEES-SANS
               PERFORM VARYING WS-IDX-OETH FROM 1 BY 1
                   UNTIL WS-IDX-OETH > WS-NB-OETH
                   COMPUTE WS-ANNEE-TEST = WS-ANNEE - 3
                   IF WS-OE-ANNEE(WS-IDX-OETH) >= WS-ANNEE-TEST
                       AND WS-OE-ANNEE(WS-IDX-OETH) < WS-ANNEE
                       AND WS-OE-BENEF(WS-IDX-OETH) = 0
                       ADD 1 TO WS-NB-ANNEES-SANS
                   END-IF
               END-PERFORM
               IF WS-NB-ANNEES-SANS >= 3
                   MOVE WS-COEF-SANS-BENEF TO WS-COEFFICIENT
               END-IF
           END-IF
           COMPUTE WS-CONTRIBUTION ROUNDED =
               WS-DEFICIT * WS-COEFFICIENT * WS-SMIC-HORAIRE.

       ECRIRE-SYNTHESE.
           MOVE WS-NB-BENEFICIAIRES TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Beneficiaires employes sur l''annee : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-EFFECTIF TO WS-AFF-ETP
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Effectif moyen annuel (US-45) : ' WS-AFF-ETP
               ' ETP'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-ASSUJETTI = 'N'
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Effectif inferieur a 20 : declaration sans '
                   'obligation d''emploi'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE WS-OBLIGATION TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Obligation (6%, arrondi inferieur) : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-BENEFICIAIRES TO WS-AFF-ETP
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Beneficiaires (unites)        : ' WS-AFF-ETP
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-DEFICIT TO WS-AFF-ETP
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Deficit                       : ' WS-AFF-ETP
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-SMIC-HORAIRE TO WS-AFF-TAUX
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Coefficient                   : ' WS-COEFFICIENT
               ' x SMIC horaire ' WS-AFF-TAUX
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-COEFFICIENT = WS-COEF-SANS-BENEF
               MOVE '*** AUCUN BENEFICIAIRE DEPUIS PLUS DE TROIS ANS'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE WS-CONTRIBUTION TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CONTRIBUTION DUE              : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-HISTORIQUE.
      * Les annees deja declarees sont reecrites telles quelles,
      * l'annee calculee remplace son eventuel calcul precedent.
           OPEN OUTPUT FICHIER-OETH
           MOVE 'N' TO WS-OETH-TROUVE
           PERFORM VARYING WS-IDX-OETH FROM 1 BY 1
               UNTIL WS-IDX-OETH > WS-NB-OETH
               IF WS-OE-ANNEE(WS-IDX-OETH) > WS-ANNEE
                   AND WS-OETH-TROUVE = 'N'
                   PERFORM ECRIRE-ANNEE-CALCULEE
               END-IF
               MOVE WS-OE-LIGNE(WS-IDX-OETH) TO OETH-RECORD
               WRITE OETH-RECORD
           END-PERFORM
           IF WS-OETH-TROUVE = 'N'
               PERFORM ECRIRE-ANNEE-CALCULEE
           END-IF
           CLOSE FICHIER-OETH.

       ECRIRE-ANNEE-CALCULEE.
           MOVE 'O' TO WS-OETH-TROUVE
           MOVE WS-ANNEE TO OETH-ANNEE
           MOVE WS-EFFECTIF TO OETH-EFFECTIF
           MOVE WS-OBLIGATION TO OETH-OBLIGATION
           MOVE WS-BENEFICIAIRES TO OETH-BENEFICIAIRES
           MOVE WS-DEFICIT TO OETH-DEFICIT
           MOVE WS-COEFFICIENT TO OETH-COEFFICIENT
           MOVE WS-SMIC-HORAIRE TO OETH-SMIC-HORAIRE
           MOVE WS-CONTRIBUTION TO OETH-CONTRIBUTION
           MOVE WS-DATE-SYS TO OETH-DATE-CALCUL
           WRITE OETH-RECORD.
