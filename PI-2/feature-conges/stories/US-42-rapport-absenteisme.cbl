        01 WS-PERIODE-FIN      PIC 9(6)  VALUE 0.

      * Les 12 periodes glissantes, de la plus ancienne a la plus
      * recente, avec leurs bornes en jours entiers.
        01 WS-TAB-MOIS.
            05 WS-MOIS OCCURS 12 TIMES.
                10 WS-MOIS-PERIODE  PIC 9(6).
                10 WS-MOIS-INT-DEB  PIC 9(8).
                10 WS-MOIS-INT-FIN  PIC 9(8).
        01 WS-IDX-MOIS         PIC 9(2)  VALUE 0.
        01 WS-PERIODE-CALC     PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE-CALC.
            05 WS-PC-MM         PIC 9(2).
        01 WS-DATE-CALC        PIC 9(8)  VALUE 0.
        01 WS-INT-CALC         PIC 9(8)  VALUE 0.

      * Jours feries nationaux de la fenetre, indexes par rang du
      * jour depuis le premier jour du plus ancien mois.
        01 WS-TAB-JOURS-FENETRE.
            05 WS-JF-FERIE OCCURS 372 TIMES PIC X.
        01 WS-RANG-JOUR        PIC 9(3)  VALUE 0.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille ; origine 'D' =
      * semaine standard du lundi au vendredi, faute d'horaire.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.
        01 WS-POIDS-JOUR       PIC 9V9(4) VALUE 0.
        01 WS-TAUX-TEMPS-EMP   PIC 9V9(4) VALUE 0.

        01 WS-TAB-FERIES.
            05 WS-FERIE OCCURS 999 TIMES.

      * Departements : FTE total et jours d'absence par mois et par
      * famille (Maladie / CP-RTT / SansSolde / evenements
      * familiaux EVT-), et jours theoriques de travail du mois.
        01 WS-TAB-DEPT.
            05 WS-DEPT OCCURS 50 TIMES.
                10 WS-DEPT-NOM     PIC X(15).
                10 WS-DEPT-FTE     PIC 9(4)V9(2).
                10 WS-DEPT-MOIS OCCURS 12 TIMES.
                    15 WS-DM-THEORIQUE PIC 9(6)V9(4).
                    15 WS-DM-MALADIE  PIC 9(5)V9.
                    15 WS-DM-CPRTT    PIC 9(5)V9.
                    15 WS-DM-SS       PIC 9(5)V9.

           PERFORM CHARGER-FERIES
           PERFORM CONSTRUIRE-FENETRE
           PERFORM MARQUER-FERIES-FENETRE
           PERFORM CHARGER-EMPLOYES
           PERFORM VENTILER-ABSENCES
           PERFORM ECRIRE-RAPPORTS
           END-IF.

       CONSTRUIRE-FENETRE.
      * Les 12 periodes se terminant au mois demande, avec leurs
      * bornes.
           MOVE WS-PERIODE-FIN TO WS-PERIODE-CALC
           PERFORM VARYING WS-IDX-MOIS FROM 12 BY -1
               UNTIL WS-IDX-MOIS < 1
               END-IF
               COMPUTE WS-MOIS-INT-FIN(WS-IDX-MOIS) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CALC) - 1
               IF WS-PC-MM = 1
                   COMPUTE WS-PERIODE-CALC =
                       (WS-PC-AAAA - 1) * 100 + 12
               END-IF
           END-PERFORM.

       MARQUER-FERIES-FENETRE.
      * Un ferie national n'est pas un jour theorique de travail,
      * quel que soit l'horaire.
           MOVE ALL 'N' TO WS-TAB-JOURS-FENETRE
           PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
               UNTIL WS-IDX-FERIE > WS-NB-FERIES
               COMPUTE WS-INT-CALC = FUNCTION INTEGER-OF-DATE(
                   WS-FERIE-DATE(WS-IDX-FERIE))
               IF WS-INT-CALC >= WS-MOIS-INT-DEB(1)
                   AND WS-INT-CALC <= WS-MOIS-INT-FIN(12)
                   COMPUTE WS-RANG-JOUR =
                       WS-INT-CALC - WS-MOIS-INT-DEB(1) + 1
                   MOVE 'O' TO WS-JF-FERIE(WS-RANG-JOUR)
               END-IF
           END-PERFORM.

               ADD 1 TO WS-NB-EMP
               MOVE EMP-ID TO WS-EMP-NUM(WS-NB-EMP)
               MOVE WS-DEPT-COURANT TO WS-EMP-DEPT-IDX(WS-NB-EMP)
           END-IF
           PERFORM CUMULER-THEORIQUE-EMPLOYE.

       CUMULER-THEORIQUE-EMPLOYE.
      * Jours theoriques de l'employe, mois par mois : chaque jour
      * travaille de son horaire individuel compte pour un jour ;
      * sans horaire, chaque jour du lundi au vendredi compte pour
      * son taux de temps partiel (ETP x jours ouvres). Feries
      * nationaux exclus.
           COMPUTE WS-TAUX-TEMPS-EMP = EMP-TAUX-TEMPS / 100
           MOVE 1 TO WS-IDX-MOIS
           PERFORM VARYING WS-INT-CALC FROM WS-MOIS-INT-DEB(1) BY 1
               UNTIL WS-INT-CALC > WS-MOIS-INT-FIN(12)
               IF WS-INT-CALC > WS-MOIS-INT-FIN(WS-IDX-MOIS)
                   ADD 1 TO WS-IDX-MOIS
               END-IF
               COMPUTE WS-RANG-JOUR =
                   WS-INT-CALC - WS-MOIS-INT-DEB(1) + 1
               IF WS-JF-FERIE(WS-RANG-JOUR) = 'N'
                   COMPUTE WS-DATE-CALC =
                       FUNCTION DATE-OF-INTEGER(WS-INT-CALC)
                   CALL 'HORAIRE-JOUR' USING EMP-ID WS-DATE-CALC
                       WS-HEURES-PREVUES WS-ORIGINE-HORAIRE
                   IF WS-HEURES-PREVUES > 0
                       IF WS-ORIGINE-HORAIRE = 'H'
                           MOVE 1 TO WS-POIDS-JOUR
                       ELSE
                           MOVE WS-TAUX-TEMPS-EMP TO WS-POIDS-JOUR
                       END-IF
                       ADD WS-POIDS-JOUR TO WS-DM-THEORIQUE
                           (WS-DEPT-COURANT, WS-IDX-MOIS)
                   END-IF
               END-IF
           END-PERFORM.

       VENTILER-ABSENCES.
           OPEN INPUT FICHIER-CONGES

       VENTILER-UN-CONGE.
      * Retrouve le departement de l'employe, puis compte pour chaque
      * mois de la fenetre les jours travailles de son horaire (hors
      * feries) dans le chevauchement entre l'absence et le mois.
           MOVE 0 TO WS-DEPT-COURANT
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               MOVE 0 TO WS-JOURS-CHEV
               PERFORM VARYING WS-INT-CALC FROM WS-INT-CHEV-DEB BY 1
                   UNTIL WS-INT-CALC > WS-INT-CHEV-FIN
                   COMPUTE WS-RANG-JOUR =
                       WS-INT-CALC - WS-MOIS-INT-DEB(1) + 1
                   IF WS-JF-FERIE(WS-RANG-JOUR) = 'N'
                       COMPUTE WS-DATE-CALC =
                           FUNCTION DATE-OF-INTEGER(WS-INT-CALC)
                       CALL 'HORAIRE-JOUR' USING CONGE-EMP-ID
                           WS-DATE-CALC WS-HEURES-PREVUES
                           WS-ORIGINE-HORAIRE
                       IF WS-HEURES-PREVUES > 0
                           ADD 1 TO WS-JOURS-CHEV
                       END-IF
                   END-IF
               END-PERFORM
      * Les evenements familiaux (types EVT-) forment leur propre
           END-PERFORM.

       ECRIRE-LIGNE-MOIS.
      * Theorique = jours de travail prevus du departement (horaires
      * individuels, ETP x jours ouvres sans horaire) ; taux = total
      * des jours d'absence / theorique. La suite des 12 lignes fait
      * office de courbe de tendance.
           COMPUTE WS-THEORIQUE ROUNDED =
               WS-DM-THEORIQUE(WS-IDX-DEPT, WS-IDX-MOIS)
           COMPUTE WS-TOTAL-ABSENT =
               WS-DM-MALADIE(WS-IDX-DEPT, WS-IDX-MOIS)
               + WS-DM-CPRTT(WS-IDX-DEPT, WS-IDX-MOIS)
