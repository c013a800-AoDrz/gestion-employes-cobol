       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAIRE-JOUR.
      * Sous-programme commun : heures de travail prevues d'un
      * employe a une date, d'apres son horaire individuel
      * (horaires-travail.txt : jours travailles, heures par jour,
      * cycles de 1 a 4 semaines, date d'effet). Appele par le
      * decompte des conges (US-06, US-93 a US-96), les retenues
      * d'absence de la paie (US-03) et l'absenteisme (US-42), pour
      * qu'un temps partiel ne soit pas decompte d'un jour qu'il ne
      * travaille pas et qu'un salarie du samedi le soit.
      *
      * HEURES-HORAIRE  : heures prevues ce jour-la, zero = repos
      * ORIGINE-HORAIRE : 'H' = horaire individuel applique
      *                   'D' = pas d'horaire en vigueur a cette
      *                         date : semaine standard du lundi au
      *                         vendredi, 7 heures par jour
      * Les jours feries restent a exclure par l'appelant.
      * PI-1/PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-HORAIRES
               ASSIGN TO WS-CHEMIN-HORAIRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HORAIRES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-HORAIRES.
           COPY '../copybooks/horaire-travail.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-HORAIRES  PIC XX.
        01 WS-CHARGE           PIC X     VALUE 'N'.
        01 WS-HORAIRE-VALIDE   PIC X     VALUE 'N'.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.
        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HORAIRES  PIC X(100) VALUE SPACES.

      * Semaine standard des employes sans horaire.
        01 WS-HEURES-STANDARD  PIC 9(2)V9(2) VALUE 7.

      * Horaires lus une fois pour toutes au premier appel ; lignes
      * sans cycle de 1 a 4 semaines ou non numeriques ignorees.
        01 WS-TAB-HORAIRES.
            05 WS-HOR OCCURS 5000 TIMES.
                10 WS-HOR-EMP-ID      PIC 9(5).
                10 WS-HOR-EFFET       PIC 9(8).
                10 WS-HOR-NB-SEM      PIC 9.
                10 WS-HOR-INT-LUNDI   PIC 9(8).
                10 WS-HOR-SEMAINE OCCURS 4 TIMES.
                    15 WS-HOR-HEURES  PIC 9(2)V9(2) OCCURS 7 TIMES.
        01 WS-NB-HOR           PIC 9(5)  VALUE 0.
        01 WS-IDX-HOR          PIC 9(5)  VALUE 0.
        01 WS-IDX-SEM          PIC 9     VALUE 0.
        01 WS-IDX-JOUR         PIC 9     VALUE 0.

      * Horaires de l'employe du dernier appel : les appelants
      * parcourent les jours employe par employe, la table complete
      * n'est relue qu'au changement d'employe.
        01 WS-EMP-CACHE        PIC 9(5)  VALUE 0.
        01 WS-CACHE-VALIDE     PIC X     VALUE 'N'.
        01 WS-TAB-CACHE.
            05 WS-CACHE-IDX OCCURS 50 TIMES PIC 9(5).
        01 WS-NB-CACHE         PIC 9(2)  VALUE 0.
        01 WS-IDX-CACHE        PIC 9(2)  VALUE 0.

        01 WS-RETENU           PIC 9(5)  VALUE 0.
        01 WS-EFFET-RETENU     PIC 9(8)  VALUE 0.
        01 WS-DATE-CYCLE       PIC 9(8)  VALUE 0.
        01 WS-INT-CYCLE        PIC 9(8)  VALUE 0.
        01 WS-INT-DATE         PIC 9(8)  VALUE 0.
        01 WS-ECART            PIC S9(8) VALUE 0.
        01 WS-SEMAINES-ECART   PIC S9(8) VALUE 0.

       LINKAGE SECTION.
        01 EMP-ID-HORAIRE     PIC 9(5).
        01 DATE-HORAIRE       PIC 9(8).
        01 HEURES-HORAIRE     PIC 9(2)V9(2).
        01 ORIGINE-HORAIRE    PIC X.

       PROCEDURE DIVISION USING EMP-ID-HORAIRE DATE-HORAIRE
           HEURES-HORAIRE ORIGINE-HORAIRE.

           IF WS-CHARGE = 'N'
               PERFORM CHARGER-HORAIRES
               MOVE 'O' TO WS-CHARGE
           END-IF
           IF WS-CACHE-VALIDE = 'N'
               OR WS-EMP-CACHE NOT = EMP-ID-HORAIRE
               PERFORM SELECTIONNER-EMPLOYE
           END-IF

      * Jour de la semaine 1 = lundi ... 7 = dimanche.
           COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(DATE-HORAIRE)
           COMPUTE WS-IDX-JOUR = FUNCTION MOD(WS-INT-DATE - 1, 7) + 1

      * Horaire en vigueur : date d'effet la plus recente ne
      * depassant pas la date demandee.
           MOVE 0 TO WS-RETENU
           MOVE 0 TO WS-EFFET-RETENU
           PERFORM VARYING WS-IDX-CACHE FROM 1 BY 1
               UNTIL WS-IDX-CACHE > WS-NB-CACHE
               MOVE WS-CACHE-IDX(WS-IDX-CACHE) TO WS-IDX-HOR
               IF WS-HOR-EFFET(WS-IDX-HOR) <= DATE-HORAIRE
                   AND WS-HOR-EFFET(WS-IDX-HOR) >= WS-EFFET-RETENU
                   MOVE WS-IDX-HOR TO WS-RETENU
                   MOVE WS-HOR-EFFET(WS-IDX-HOR) TO WS-EFFET-RETENU
               END-IF
           END-PERFORM

           IF WS-RETENU = 0
               MOVE 'D' TO ORIGINE-HORAIRE
               IF WS-IDX-JOUR > 5
                   MOVE 0 TO HEURES-HORAIRE
               ELSE
                   MOVE WS-HEURES-STANDARD TO HEURES-HORAIRE
               END-IF
           ELSE
      * Semaine du cycle : nombre de semaines ecoulees depuis le
      * lundi de reference, modulo la longueur du cycle (une date
      * anterieure a la reference remonte le cycle a l'envers).
               MOVE 'H' TO ORIGINE-HORAIRE
               COMPUTE WS-ECART =
                   WS-INT-DATE - WS-HOR-INT-LUNDI(WS-RETENU)
               COMPUTE WS-SEMAINES-ECART =
                   FUNCTION INTEGER(WS-ECART / 7)
               COMPUTE WS-IDX-SEM =
                   FUNCTION MOD(WS-SEMAINES-ECART,
                       WS-HOR-NB-SEM(WS-RETENU)) + 1
               MOVE WS-HOR-HEURES(WS-RETENU, WS-IDX-SEM, WS-IDX-JOUR)
                   TO HEURES-HORAIRE
           END-IF
           GOBACK.

       CHARGER-HORAIRES.
      * Meme racine partagee optionnelle (GESTPAIE_RACINE) que les
      * programmes appelants ; fichier absent = aucun horaire
      * individuel, tout le monde en semaine standard.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../../PI-1/feature-paie/horaires-travail.txt'
                   TO WS-CHEMIN-HORAIRES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/horaires-travail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HORAIRES
           END-IF
           MOVE 0 TO WS-NB-HOR
           OPEN INPUT FICHIER-HORAIRES
           IF WS-STATUT-HORAIRES = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HORAIRES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM CONTROLER-HORAIRE
                           IF WS-HORAIRE-VALIDE = 'O'
                               AND WS-NB-HOR < 5000
                               PERFORM RETENIR-HORAIRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HORAIRES
               MOVE 'N' TO WS-FIN
           END-IF.

       CONTROLER-HORAIRE.
      * Dates d'effet et de reference passees au controle calendaire
      * commun : une date impossible fausserait le cycle.
           MOVE 'N' TO WS-HORAIRE-VALIDE
           IF HTR-EMP-ID NUMERIC
               AND HTR-DATE-EFFET NUMERIC
               AND HTR-DATE-CYCLE NUMERIC
               AND HTR-NB-SEMAINES NUMERIC
               AND HTR-NB-SEMAINES >= 1
               AND HTR-NB-SEMAINES <= 4
               CALL 'VALIDER-DATE' USING HTR-DATE-EFFET WS-CODE-DATE
               IF WS-CODE-DATE = 0
                   MOVE 'O' TO WS-HORAIRE-VALIDE
               END-IF
               IF WS-HORAIRE-VALIDE = 'O' AND HTR-DATE-CYCLE NOT = 0
                   CALL 'VALIDER-DATE' USING HTR-DATE-CYCLE
                       WS-CODE-DATE
                   IF WS-CODE-DATE NOT = 0
                       MOVE 'N' TO WS-HORAIRE-VALIDE
                   END-IF
               END-IF
           END-IF.

       RETENIR-HORAIRE.
      * Le lundi de la semaine de reference du cycle est calcule une
      * fois au chargement ; heures non numeriques = jour de repos.
           ADD 1 TO WS-NB-HOR
           MOVE HTR-EMP-ID TO WS-HOR-EMP-ID(WS-NB-HOR)
           MOVE HTR-DATE-EFFET TO WS-HOR-EFFET(WS-NB-HOR)
           MOVE HTR-NB-SEMAINES TO WS-HOR-NB-SEM(WS-NB-HOR)
           IF HTR-DATE-CYCLE = 0
               MOVE HTR-DATE-EFFET TO WS-DATE-CYCLE
           ELSE
               MOVE HTR-DATE-CYCLE TO WS-DATE-CYCLE
           END-IF
           COMPUTE WS-INT-CYCLE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CYCLE)
           COMPUTE WS-HOR-INT-LUNDI(WS-NB-HOR) =
               WS-INT-CYCLE - FUNCTION MOD(WS-INT-CYCLE - 1, 7)
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
               UNTIL WS-IDX-SEM > 4
               PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 7
                   IF HTR-HEURES(WS-IDX-SEM, WS-IDX-JOUR) NUMERIC
                       MOVE HTR-HEURES(WS-IDX-SEM, WS-IDX-JOUR) TO
                           WS-HOR-HEURES(WS-NB-HOR, WS-IDX-SEM,
                               WS-IDX-JOUR)
                   ELSE
                       MOVE 0 TO WS-HOR-HEURES(WS-NB-HOR, WS-IDX-SEM,
                           WS-IDX-JOUR)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SELECTIONNER-EMPLOYE.
           MOVE EMP-ID-HORAIRE TO WS-EMP-CACHE
           MOVE 'O' TO WS-CACHE-VALIDE
           MOVE 0 TO WS-NB-CACHE
           PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
               UNTIL WS-IDX-HOR > WS-NB-HOR
               IF WS-HOR-EMP-ID(WS-IDX-HOR) = EMP-ID-HORAIRE
                   AND WS-NB-CACHE < 50
                   ADD 1 TO WS-NB-CACHE
                   MOVE WS-IDX-HOR TO WS-CACHE-IDX(WS-NB-CACHE)
               END-IF
           END-PERFORM.
