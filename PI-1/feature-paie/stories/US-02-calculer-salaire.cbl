            05 WS-H OCCURS 50 TIMES.
                10 WS-H-EMP-ID   PIC 9(5).
                10 WS-H-SUP      PIC 9(3)V9(2).
                10 WS-H-NORMALES PIC 9(3)V9(2).
        01 WS-NB-HEURES        PIC 9(3)  VALUE 0.
        01 WS-IDX-HEURES       PIC 9(3)  VALUE 0.
        01 WS-HEURES-SUP       PIC 9(3)V9(2) VALUE 0.

      * Employes payes a l'heure (EMP-BASE-PAIE = 'H') : brut de base
      * = taux horaire x heures normales saisies, compare au SMIC
      * horaire.
        01 WS-HEURES-NORMALES  PIC 9(3)V9(2) VALUE 0.
        01 WS-HEURES-TROUVEES  PIC X     VALUE 'N'.
        01 WS-EST-HORAIRE      PIC X     VALUE 'N'.
        01 WS-TAUX-HORAIRE-EMP PIC 9(3)V9(2) VALUE 0.
        01 WS-SMIC-HORAIRE     PIC 9(3)V9(2) VALUE 0.

        01 WS-BRUT-EUR         PIC 9(5)V9(2) VALUE 0.
        01 WS-TAUX-CHANGE      PIC 9(3)V9(4) VALUE 1.


       CHARGER-HEURES.
      * heures-saisies.txt : un enregistrement par (EMP-ID, periode)
      * pour les employes payes aux heures. Les heures normales ne
      * servent qu'aux employes a base horaire ; pour un mensuel
      * elles sont deja couvertes par EMP-SALAIRE/EMP-TAUX-TEMPS.
           OPEN INPUT FICHIER-HEURES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-HEURES
                       ADD 1 TO WS-NB-HEURES
                       MOVE HEURES-EMP-ID TO WS-H-EMP-ID(WS-NB-HEURES)
                       MOVE HEURES-SUP    TO WS-H-SUP(WS-NB-HEURES)
                       MOVE HEURES-NORMALES TO
                           WS-H-NORMALES(WS-NB-HEURES)
               END-READ
           END-PERFORM
           CLOSE FICHIER-HEURES

       TROUVER-HEURES.
           MOVE 0 TO WS-HEURES-SUP
           MOVE 0 TO WS-HEURES-NORMALES
           MOVE 'N' TO WS-HEURES-TROUVEES
           PERFORM VARYING WS-IDX-HEURES FROM 1 BY 1
               UNTIL WS-IDX-HEURES > WS-NB-HEURES
               IF WS-H-EMP-ID(WS-IDX-HEURES) = EMP-ID
                   MOVE WS-H-SUP(WS-IDX-HEURES) TO WS-HEURES-SUP
                   MOVE WS-H-NORMALES(WS-IDX-HEURES) TO
                       WS-HEURES-NORMALES
                   MOVE 'O' TO WS-HEURES-TROUVEES
               END-IF
           END-PERFORM.

               PERFORM VERIFIER-PLANCHER-ALTERNANT
               MOVE 'N' TO WS-ALERTE-SMIC
           ELSE
           IF WS-EST-HORAIRE = 'O'
      * Paye a l'heure : taux horaire compare au SMIC horaire.
               COMPUTE WS-SMIC-HORAIRE ROUNDED =
                   WS-SMIC-MENSUEL / WS-HEURES-MENSUELLES
               IF WS-TAUX-HORAIRE-EMP < WS-SMIC-HORAIRE
                   MOVE 'O' TO WS-ALERTE-SMIC
               ELSE
                   MOVE 'N' TO WS-ALERTE-SMIC
               END-IF
           ELSE
           IF EMP-SALAIRE < WS-SMIC-MENSUEL
               MOVE 'O' TO WS-ALERTE-SMIC
           ELSE
               MOVE 'N' TO WS-ALERTE-SMIC
           END-IF
           END-IF
           END-IF.

       CHARGER-ALTERNANCE.
           PERFORM TROUVER-TAUX
           PERFORM TROUVER-HEURES
           PERFORM TROUVER-TAUX-CHANGE
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
      * Paye a l'heure : taux horaire x heures normales saisies, qui
      * ne comptent deja pas les jours sans solde.
           IF WS-EST-HORAIRE = 'O'
               COMPUTE WS-SALAIRE-PRORATE ROUNDED =
                   WS-TAUX-HORAIRE-EMP * WS-HEURES-NORMALES
                   * (1 + WS-TAUX-ANCIENNETE)
               MOVE 0 TO WS-JOURS-SANS-SOLDE
           ELSE
               COMPUTE WS-SALAIRE-PRORATE ROUNDED =
                   EMP-SALAIRE * EMP-TAUX-TEMPS / 100
                   * (1 + WS-TAUX-ANCIENNETE)
           END-IF

      * Retenue pour conges sans solde : un jour sans solde retire un
      * trentieme du brut proratise (avant heures sup, pour que la
               WS-TAUX-JOURNALIER * WS-JOURS-SANS-SOLDE
           SUBTRACT WS-RETENUE-SS FROM WS-SALAIRE-PRORATE

           IF WS-EST-HORAIRE = 'O'
               COMPUTE WS-TAUX-HORAIRE ROUNDED =
                   WS-TAUX-HORAIRE-EMP * (1 + WS-TAUX-ANCIENNETE)
           ELSE
               COMPUTE WS-TAUX-HORAIRE ROUNDED =
                   WS-SALAIRE-PRORATE / WS-HEURES-MENSUELLES
           END-IF
           COMPUTE WS-MONTANT-SUP ROUNDED =
               WS-TAUX-HORAIRE * WS-HEURES-SUP * WS-TAUX-MAJORATION
           ADD WS-SALAIRE-PRORATE WS-MONTANT-SUP GIVING WS-BRUT-TOTAL
           DISPLAY 'Employe  : ' EMP-NOM
           DISPLAY 'Categorie: ' EMP-CATEGORIE
           DISPLAY 'Devise           : ' EMP-DEVISE
           IF WS-EST-HORAIRE = 'O'
               DISPLAY 'Taux horaire     : ' WS-TAUX-HORAIRE-EMP
               DISPLAY 'Heures normales  : ' WS-HEURES-NORMALES
           ELSE
               DISPLAY 'Brut temps plein : ' EMP-SALAIRE
               DISPLAY 'Temps de travail : ' EMP-TAUX-TEMPS
           END-IF
           DISPLAY 'Anciennete (ans) : ' WS-ANCIENNETE-ANS
           DISPLAY 'Prime anciennete : ' WS-TAUX-ANCIENNETE
           DISPLAY 'Jours sans solde : ' WS-JOURS-SANS-SOLDE
           IF WS-ALERTE-SMIC = 'O'
               DISPLAY '*** ALERTE : SALAIRE INFERIEUR AU SMIC ***'
           END-IF
           IF WS-EST-HORAIRE = 'O'
               AND (WS-HEURES-TROUVEES = 'N' OR WS-HEURES-NORMALES = 0)
               DISPLAY '*** ALERTE : EMPLOYE HORAIRE SANS HEURES '
                   'SAISIES - BRUT A ZERO ***'
           END-IF
           IF WS-ALERTE-ALTERNANT = 'O'
               MOVE WS-PLANCHER-ALT TO WS-AFF-PLANCHER
               DISPLAY '*** ALERTE : ALTERNANT SOUS SON PLANCHER '
