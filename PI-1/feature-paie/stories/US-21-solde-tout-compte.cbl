               ASSIGN TO WS-CHEMIN-CET-MOUVEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CET-MOUVEMENTS.
           SELECT FICHIER-ILC
               ASSIGN TO WS-CHEMIN-ILC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ILC.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CET-MOUVEMENTS.
           COPY '../../../copybooks/cet-mouvement.cpy'.

        FD FICHIER-ILC.
           COPY '../../../copybooks/indemnite-rupture.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN               PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES   PIC XX.
      * net qui en decoulent) devient une retenue - voir le
      * commentaire de CALCULER-SOLDE.
        01 WS-BRUT-INDEMNITE-CP PIC S9(5)V9(2) VALUE 0.
        01 WS-BRUT-SOLDE        PIC S9(7)V9(2) VALUE 0.
        01 WS-COTISATIONS       PIC S9(7)V9(2) VALUE 0.
        01 WS-IMPOT             PIC S9(7)V9(2) VALUE 0.
        01 WS-NET-SOLDE         PIC S9(7)V9(2) VALUE 0.
        01 WS-TAUX-COTIS        PIC 9(3)V9(2) VALUE 0.
        01 WS-TAUX-IMPOT        PIC 9(3)V9(2) VALUE 0.


        01 WS-ID-AFF            PIC 9(5).
        01 WS-AFF-JOURS         PIC -ZZ9.9.
        01 WS-AFF-MONTANT       PIC -ZZZZZZ9.99.

        01 WS-RACINE            PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CET        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CET-MOUVEMENTS PIC X(100) VALUE SPACES.

      * Indemnite de rupture (licenciement ou rupture
      * conventionnelle) : minimum legal (1/4 de mois de salaire de
      * reference par annee jusqu'a 10 ans, 1/3 au-dela, des 8 mois
      * d'anciennete) compare au bareme de la convention de
      * l'employe, le plus favorable etant retenu. La part exoneree
      * (limitee a 2 plafonds annuels de securite sociale) est
      * versee hors cotisations et hors impot ; l'excedent rejoint
      * le brut soumis du solde.
        01 WS-STATUT-ILC        PIC XX.
        01 WS-TAB-ILC.
            05 WS-ILC OCCURS 20 TIMES.
                10 WS-ILC-CONVENTION PIC X(6).
                10 WS-ILC-ANC-MIN    PIC 9(2).
                10 WS-ILC-SEUIL      PIC 9(2).
                10 WS-ILC-T-AVANT    PIC 9V9(4).
                10 WS-ILC-T-APRES    PIC 9V9(4).
        01 WS-NB-ILC            PIC 9(2)  VALUE 0.
        01 WS-IDX-ILC           PIC 9(2)  VALUE 0.
        01 WS-CHEMIN-ILC        PIC X(100) VALUE SPACES.
        01 WS-LEG-ANC-MIN       PIC 9(2)  VALUE 8.
        01 WS-LEG-SEUIL         PIC 9(2)  VALUE 10.
        01 WS-LEG-T-AVANT       PIC 9V9(4) VALUE 0.2500.
        01 WS-LEG-T-APRES       PIC 9V9(4) VALUE 0.3333.
        01 WS-NB-PASS-EXO       PIC 9     VALUE 2.
        01 WS-MOTIF-RUPTURE     PIC X     VALUE SPACES.
        01 WS-DATE-EMBAUCHE     PIC 9(8)  VALUE 0.
        01 WS-EMBAUCHE-R REDEFINES WS-DATE-EMBAUCHE.
            05 WS-EMBAUCHE-AAAA PIC 9(4).
            05 WS-EMBAUCHE-MM   PIC 9(2).
            05 WS-EMBAUCHE-JJ   PIC 9(2).
        01 WS-ANC-MOIS          PIC S9(4) VALUE 0.
        01 WS-ANC-ANNEES        PIC 9(2)V9(4) VALUE 0.
        01 WS-PERIODE-SORTIE    PIC 9(6)  VALUE 0.
        01 WS-PERIODE-3M        PIC 9(6)  VALUE 0.
        01 WS-SOMME-12M         PIC 9(9)V9(2) VALUE 0.
        01 WS-SOMME-3M          PIC 9(9)V9(2) VALUE 0.
        01 WS-NB-12M            PIC 9(2)  VALUE 0.
        01 WS-NB-3M             PIC 9(2)  VALUE 0.
        01 WS-MOY-12M           PIC 9(7)V9(2) VALUE 0.
        01 WS-MOY-3M            PIC 9(7)V9(2) VALUE 0.
        01 WS-SALAIRE-REF       PIC 9(7)V9(2) VALUE 0.
        01 WS-CALC-ANC-MIN      PIC 9(2)  VALUE 0.
        01 WS-CALC-SEUIL        PIC 9(2)  VALUE 0.
        01 WS-CALC-T-AVANT      PIC 9V9(4) VALUE 0.
        01 WS-CALC-T-APRES      PIC 9V9(4) VALUE 0.
        01 WS-CALC-INDEMNITE    PIC 9(7)V9(2) VALUE 0.
        01 WS-INDEMNITE-LEGALE  PIC 9(7)V9(2) VALUE 0.
        01 WS-INDEMNITE-CONV    PIC 9(7)V9(2) VALUE 0.
        01 WS-INDEMNITE-RUPTURE PIC 9(7)V9(2) VALUE 0.
        01 WS-INDEMNITE-EXO     PIC 9(7)V9(2) VALUE 0.
        01 WS-INDEMNITE-SOUMISE PIC 9(7)V9(2) VALUE 0.
        01 WS-PLAFOND-EXO       PIC 9(7)V9(2) VALUE 0.
        01 WS-AFF-ANC           PIC Z9.99.

        01 WS-STATUT-HDATA      PIC XX.
        01 WS-DATE-JOUR         PIC 9(8)  VALUE 0.
        01 WS-PERIODE-MIN       PIC 9(6)  VALUE 0.
                   WS-CHEMIN-PROVISION-13E
               MOVE '../provision-precarite.txt' TO
                   WS-CHEMIN-PRECARITE
               MOVE '../indemnite-conventionnelle.txt' TO
                   WS-CHEMIN-ILC
               MOVE '../../../PI-2/feature-conges/cet.txt' TO
                   WS-CHEMIN-CET
               MOVE '../../../PI-2/feature-conges/'
               STRING FUNCTION TRIM(WS-RACINE)
                   '/provision-precarite.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PRECARITE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/indemnite-conventionnelle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ILC
               STRING FUNCTION TRIM(WS-RACINE) '/cet.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CET
               STRING FUNCTION TRIM(WS-RACINE)
               DISPLAY 'calculer son solde de tout compte.'
           ELSE
               PERFORM TROUVER-TAUX
               PERFORM SAISIR-MOTIF-RUPTURE
               PERFORM CHARGER-DROITS-CP
               PERFORM CHARGER-CONGES-PRIS
               PERFORM CHARGER-PROVISION-13E
               PERFORM CHARGER-PRECARITE
               PERFORM CHARGER-CET
               PERFORM CHARGER-INDEMNITE-CONV
               PERFORM CALCULER-SOLDE
               PERFORM ECRIRE-SOLDE
               PERFORM SOLDER-PROVISION-13E
               CLOSE FICHIER-CET-MOUVEMENTS
           END-IF.

       SAISIR-MOTIF-RUPTURE.
      * Seuls le licenciement (hors faute grave ou lourde) et la
      * rupture conventionnelle ouvrent droit a l'indemnite ; une
      * demission, une fin de CDD ou un motif non reconnu n'en
      * donnent pas.
           DISPLAY 'Motif de la rupture (L=licenciement, '
               'F=licenciement faute grave/lourde,'
           DISPLAY '  R=rupture conventionnelle, A=autre) : '
           ACCEPT WS-MOTIF-RUPTURE
           IF WS-MOTIF-RUPTURE = 'l'
               MOVE 'L' TO WS-MOTIF-RUPTURE
           END-IF
           IF WS-MOTIF-RUPTURE = 'r'
               MOVE 'R' TO WS-MOTIF-RUPTURE
           END-IF.

       CHARGER-INDEMNITE-CONV.
      * indemnite-conventionnelle.txt : bareme par convention.
      * Fichier optionnel : sans ligne pour la convention de
      * l'employe, seul le minimum legal s'applique.
           MOVE 0 TO WS-NB-ILC
           OPEN INPUT FICHIER-ILC
           IF WS-STATUT-ILC = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ILC
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ILC < 20
                               ADD 1 TO WS-NB-ILC
                               MOVE ILC-CONVENTION TO
                                   WS-ILC-CONVENTION(WS-NB-ILC)
                               MOVE ILC-ANC-MIN-MOIS TO
                                   WS-ILC-ANC-MIN(WS-NB-ILC)
                               MOVE ILC-SEUIL-ANNEES TO
                                   WS-ILC-SEUIL(WS-NB-ILC)
                               MOVE ILC-TAUX-AVANT TO
                                   WS-ILC-T-AVANT(WS-NB-ILC)
                               MOVE ILC-TAUX-APRES TO
                                   WS-ILC-T-APRES(WS-NB-ILC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ILC
               MOVE 'N' TO WS-FIN
           END-IF.

       CALCULER-INDEMNITE-RUPTURE.
           MOVE 0 TO WS-INDEMNITE-LEGALE
           MOVE 0 TO WS-INDEMNITE-CONV
           MOVE 0 TO WS-INDEMNITE-RUPTURE
           MOVE 0 TO WS-INDEMNITE-EXO
           MOVE 0 TO WS-INDEMNITE-SOUMISE
           MOVE 0 TO WS-ANC-ANNEES
           MOVE 0 TO WS-SALAIRE-REF
           IF WS-MOTIF-RUPTURE = 'L' OR WS-MOTIF-RUPTURE = 'R'
      * Anciennete en mois entiers de la date d'embauche a la date
      * de sortie, puis en annees avec la fraction des mois
      * incomplets.
               MOVE EMP-DATE-EMBAUCHE TO WS-DATE-EMBAUCHE
               COMPUTE WS-ANC-MOIS =
                   (WS-SORTIE-AAAA - WS-EMBAUCHE-AAAA) * 12
                   + WS-SORTIE-MM - WS-EMBAUCHE-MM
               IF WS-SORTIE-JJ < WS-EMBAUCHE-JJ
                   SUBTRACT 1 FROM WS-ANC-MOIS
               END-IF
               IF WS-ANC-MOIS < 0
                   MOVE 0 TO WS-ANC-MOIS
               END-IF
               COMPUTE WS-ANC-ANNEES ROUNDED = WS-ANC-MOIS / 12
               PERFORM CALCULER-SALAIRE-REFERENCE

               MOVE WS-LEG-ANC-MIN TO WS-CALC-ANC-MIN
               MOVE WS-LEG-SEUIL TO WS-CALC-SEUIL
               MOVE WS-LEG-T-AVANT TO WS-CALC-T-AVANT
               MOVE WS-LEG-T-APRES TO WS-CALC-T-APRES
               PERFORM APPLIQUER-BAREME-INDEMNITE
               MOVE WS-CALC-INDEMNITE TO WS-INDEMNITE-LEGALE

               PERFORM VARYING WS-IDX-ILC FROM 1 BY 1
                   UNTIL WS-IDX-ILC > WS-NB-ILC
                   IF WS-ILC-CONVENTION(WS-IDX-ILC) = EMP-CONVENTION
                       MOVE WS-ILC-ANC-MIN(WS-IDX-ILC) TO
                           WS-CALC-ANC-MIN
                       MOVE WS-ILC-SEUIL(WS-IDX-ILC) TO WS-CALC-SEUIL
                       MOVE WS-ILC-T-AVANT(WS-IDX-ILC) TO
                           WS-CALC-T-AVANT
                       MOVE WS-ILC-T-APRES(WS-IDX-ILC) TO
                           WS-CALC-T-APRES
                       PERFORM APPLIQUER-BAREME-INDEMNITE
                       MOVE WS-CALC-INDEMNITE TO WS-INDEMNITE-CONV
                   END-IF
               END-PERFORM

               IF WS-INDEMNITE-CONV > WS-INDEMNITE-LEGALE
                   MOVE WS-INDEMNITE-CONV TO WS-INDEMNITE-RUPTURE
               ELSE
                   MOVE WS-INDEMNITE-LEGALE TO WS-INDEMNITE-RUPTURE
               END-IF

      * Exoneration dans la limite de 2 plafonds annuels de securite
      * sociale ; sans plafond charge, toute l'indemnite est
      * exoneree.
               MOVE WS-INDEMNITE-RUPTURE TO WS-INDEMNITE-EXO
               IF WS-PLAFOND-MENSUEL > 0
                   COMPUTE WS-PLAFOND-EXO =
                       WS-PLAFOND-MENSUEL * 12 * WS-NB-PASS-EXO
                   IF WS-INDEMNITE-EXO > WS-PLAFOND-EXO
                       MOVE WS-PLAFOND-EXO TO WS-INDEMNITE-EXO
                   END-IF
               END-IF
               COMPUTE WS-INDEMNITE-SOUMISE =
                   WS-INDEMNITE-RUPTURE - WS-INDEMNITE-EXO
           END-IF.

       CALCULER-SALAIRE-REFERENCE.
      * Moyenne des 12 derniers mois ou des 3 derniers mois avant le
      * mois de sortie, la plus elevee des deux, sur les bulletins
      * emis de l'historique structure ; sans historique, le salaire
      * contractuel du dernier mois sert de reference.
           PERFORM CHARGER-DOUZE-DERNIERS-MOIS
           COMPUTE WS-PERIODE-SORTIE =
               WS-SORTIE-AAAA * 100 + WS-SORTIE-MM
           IF WS-SORTIE-MM > 3
               COMPUTE WS-PERIODE-3M = WS-PERIODE-SORTIE - 3
           ELSE
               COMPUTE WS-PERIODE-3M = WS-PERIODE-SORTIE - 100 + 9
           END-IF
           MOVE 0 TO WS-SOMME-12M
           MOVE 0 TO WS-SOMME-3M
           MOVE 0 TO WS-NB-12M
           MOVE 0 TO WS-NB-3M
           PERFORM VARYING WS-IDX-PAIE FROM 1 BY 1
               UNTIL WS-IDX-PAIE > WS-NB-PAIES
               IF WS-PAIE-PERIODE(WS-IDX-PAIE) < WS-PERIODE-SORTIE
                   ADD WS-PAIE-BRUT(WS-IDX-PAIE) TO WS-SOMME-12M
                   ADD 1 TO WS-NB-12M
                   IF WS-PAIE-PERIODE(WS-IDX-PAIE) >= WS-PERIODE-3M
                       ADD WS-PAIE-BRUT(WS-IDX-PAIE) TO WS-SOMME-3M
                       ADD 1 TO WS-NB-3M
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MOY-12M
           MOVE 0 TO WS-MOY-3M
           IF WS-NB-12M > 0
               COMPUTE WS-MOY-12M ROUNDED = WS-SOMME-12M / WS-NB-12M
           END-IF
           IF WS-NB-3M > 0
               COMPUTE WS-MOY-3M ROUNDED = WS-SOMME-3M / WS-NB-3M
           END-IF
           IF WS-MOY-3M > WS-MOY-12M
               MOVE WS-MOY-3M TO WS-SALAIRE-REF
           ELSE
               MOVE WS-MOY-12M TO WS-SALAIRE-REF
           END-IF
           IF WS-SALAIRE-REF = 0
               MOVE WS-SALAIRE-PRORATE TO WS-SALAIRE-REF
           END-IF.

       APPLIQUER-BAREME-INDEMNITE.
      * Fraction WS-CALC-T-AVANT du salaire de reference par annee
      * jusqu'au seuil, WS-CALC-T-APRES par annee au-dela ; rien
      * sous l'anciennete minimale.
           MOVE 0 TO WS-CALC-INDEMNITE
           IF WS-ANC-MOIS >= WS-CALC-ANC-MIN
               IF WS-ANC-ANNEES <= WS-CALC-SEUIL
                   COMPUTE WS-CALC-INDEMNITE ROUNDED =
                       WS-SALAIRE-REF * WS-CALC-T-AVANT
                       * WS-ANC-ANNEES
               ELSE
                   COMPUTE WS-CALC-INDEMNITE ROUNDED =
                       WS-SALAIRE-REF * WS-CALC-T-AVANT
                       * WS-CALC-SEUIL
                       + WS-SALAIRE-REF * WS-CALC-T-APRES
                       * (WS-ANC-ANNEES - WS-CALC-SEUIL)
               END-IF
           END-IF.

       CALCULER-SOLDE.
      * Dernier mois proratise au nombre de jours travailles avant la
      * sortie (jour du mois de EMP-DATE-SORTIE, sur un mois de 30
               WS-JOURS-CET * WS-TAUX-JOURNALIER
           ADD WS-BRUT-CET TO WS-BRUT-SOLDE

      * Indemnite de rupture : seule la part au-dela de la limite
      * d'exoneration est soumise ; la part exoneree s'ajoute au net.
           PERFORM CALCULER-INDEMNITE-RUPTURE
           ADD WS-INDEMNITE-SOUMISE TO WS-BRUT-SOLDE

           MOVE WS-BRUT-SOLDE TO WS-BASE-COTIS
           PERFORM CALCULER-COTISATIONS
           COMPUTE WS-IMPOT = WS-BRUT-SOLDE * WS-TAUX-IMPOT
           COMPUTE WS-NET-SOLDE =
               WS-BRUT-SOLDE - WS-COTISATIONS - WS-IMPOT
               + WS-INDEMNITE-EXO.

       ECRIRE-SOLDE.
      * Ajoute au fichier partage solde-tout-compte.txt, meme
               WRITE LIGNE-SOLDE
           END-IF

           IF WS-INDEMNITE-RUPTURE > 0
               MOVE WS-ANC-ANNEES TO WS-AFF-ANC
               MOVE WS-SALAIRE-REF TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-SOLDE
               STRING 'Indemnite de rupture : anciennete ' WS-AFF-ANC
                   ' ans, salaire ref. ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-SOLDE
               WRITE LIGNE-SOLDE
               MOVE WS-INDEMNITE-LEGALE TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-SOLDE
               STRING '  minimum legal                  : '
                   WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-SOLDE
               WRITE LIGNE-SOLDE
               MOVE WS-INDEMNITE-CONV TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-SOLDE
               STRING '  minimum conventionnel ' EMP-CONVENTION
                   '   : ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-SOLDE
               WRITE LIGNE-SOLDE
               MOVE WS-INDEMNITE-SOUMISE TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-SOLDE
               STRING '  part soumise (dans le brut)    : '
                   WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-SOLDE
               WRITE LIGNE-SOLDE
           END-IF

           MOVE WS-BRUT-SOLDE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-SOLDE
           STRING 'Brut solde de tout compte        : '
               DELIMITED SIZE INTO LIGNE-SOLDE
           WRITE LIGNE-SOLDE

           IF WS-INDEMNITE-EXO > 0
               MOVE WS-INDEMNITE-EXO TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-SOLDE
               STRING 'Indemnite de rupture exoneree    : '
                   WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-SOLDE
               WRITE LIGNE-SOLDE
           END-IF

           MOVE WS-NET-SOLDE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-SOLDE
           STRING 'NET A PAYER (solde de tout compte) : '
           DISPLAY 'Employe          : ' EMP-NOM
           MOVE WS-BRUT-SOLDE TO WS-AFF-MONTANT
           DISPLAY 'Brut solde       : ' WS-AFF-MONTANT
           IF WS-INDEMNITE-RUPTURE > 0
               MOVE WS-INDEMNITE-RUPTURE TO WS-AFF-MONTANT
               DISPLAY 'Indemnite rupture: ' WS-AFF-MONTANT
               MOVE WS-INDEMNITE-EXO TO WS-AFF-MONTANT
               DISPLAY '  dont exoneree  : ' WS-AFF-MONTANT
           END-IF
           MOVE WS-NET-SOLDE TO WS-AFF-MONTANT
           DISPLAY 'Net a payer      : ' WS-AFF-MONTANT
           DISPLAY 'Solde ecrit dans : solde-tout-compte.txt'.
           MOVE 'indemnite compensatrice de conges payes comprise).'
               TO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           IF WS-INDEMNITE-RUPTURE > 0
               MOVE WS-INDEMNITE-RUPTURE TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-DOCUMENT
               STRING 'dont indemnite de rupture : ' WS-AFF-MONTANT
                   ' EUR'
                   DELIMITED SIZE INTO LIGNE-DOCUMENT
               WRITE LIGNE-DOCUMENT
           END-IF
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Fait le ' WS-DATE-JOUR
               '   Signature (precedee de la mention'
