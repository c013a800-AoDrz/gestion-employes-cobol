       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-INSCRIPTIONS PIC XX.

            05 WS-SYS-MMJJ       PIC 9(4).
        01 WS-DEBUT-ANNEE      PIC 9(8)  VALUE 0.
        01 WS-FIN-ANNEE        PIC 9(8)  VALUE 0.
        01 WS-ANNEE-LIGNE      PIC 9(4)  VALUE 0.
        01 WS-NB-LIGNES-ANNEE  PIC 9(6)  VALUE 0.
        01 WS-DERNIERE-PERIODE PIC 9(6)  VALUE 0.

      * Un chapitre par etablissement (EMP-SITE) ; la table porte
      * toutes les ventilations demandees par la BDESE que le
        01 WS-SIT-MATCH        PIC 9(2)  VALUE 0.
        01 WS-SC-TROUVE        PIC X     VALUE 'N'.

      * Un poste par salarie paye dans l'exercice, avec la fiche de
      * sa derniere periode d'extrait : sert aux effectifs et aux
      * mouvements, et a rattacher conges et formations au site.
        01 WS-TAB-EMP-SITES.
            05 WS-ESI OCCURS 999 TIMES.
                10 WS-ESI-EMP-ID    PIC 9(5).
                10 WS-ESI-SITE-IDX  PIC 9(2).
                10 WS-ESI-PERIODE   PIC 9(6).
                10 WS-ESI-CIVILITE  PIC X.
                10 WS-ESI-TRANCHE-AGE PIC X(7).
                10 WS-ESI-CATEGORIE PIC X(10).
                10 WS-ESI-ETP       PIC 9V9(2).
                10 WS-ESI-EMBAUCHE  PIC 9(8).
                10 WS-ESI-SORTIE    PIC 9(8).
        01 WS-NB-EMP-SITES     PIC 9(3)  VALUE 0.
        01 WS-IDX-ESI          PIC 9(3)  VALUE 0.
        01 WS-ESI-MATCH        PIC 9(3)  VALUE 0.

        01 WS-AFF-NB           PIC ZZZ9.
        01 WS-AFF-FTE          PIC ZZZZ9.99.
        01 WS-AFF-JOURS        PIC ZZZZ9.9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-INSCRIPTIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BILAN     PIC X(100) VALUE SPACES.
           COMPUTE WS-ANNEE-PREC = WS-ANNEE - 1
           COMPUTE WS-DEBUT-ANNEE = WS-ANNEE * 10000 + 0101
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231
           PERFORM CHARGER-EXTRAIT
           PERFORM VENTILER-EMPLOYES
           PERFORM VENTILER-ABSENCES
           PERFORM VENTILER-FORMATIONS
           PERFORM ECRIRE-BILAN
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../../feature-paie/'
                   WS-CHEMIN-INSCRIPTIONS
               MOVE '../bilan-social.txt' TO WS-CHEMIN-BILAN
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE)
                   DELIMITED SIZE INTO WS-CHEMIN-BILAN
           END-IF.

       CHARGER-EXTRAIT.
      * Remunerations et population de l'exercice lues dans l'extrait
      * mensuel de paie (US-102) : masse brute de l'exercice et de
      * l'exercice precedent par etablissement, et fiche de chaque
      * salarie paye dans l'exercice telle qu'a sa derniere periode.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT NOT = '00'
               DISPLAY 'ERREUR : ouverture extrait-paie.txt impossible '
                   '(statut ' WS-STATUT-EXTRAIT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EXTRAIT
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       MOVE EXT-PERIODE(1:4) TO WS-ANNEE-LIGNE
                       IF WS-ANNEE-LIGNE = WS-ANNEE
                           OR WS-ANNEE-LIGNE = WS-ANNEE-PREC
                           PERFORM CUMULER-LIGNE-EXTRAIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN
           IF WS-NB-LIGNES-ANNEE = 0
               DISPLAY 'ERREUR : aucune ligne pour l''exercice '
                   WS-ANNEE ' dans extrait-paie.txt (extraction '
                   'US-102 a lancer)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-LIGNE-EXTRAIT.
           PERFORM TROUVER-SITE
           IF WS-SIT-MATCH NOT = 0
               IF WS-ANNEE-LIGNE = WS-ANNEE-PREC
                   ADD EXT-BRUT TO WS-SIT-MASSE-N1(WS-SIT-MATCH)
               ELSE
                   ADD 1 TO WS-NB-LIGNES-ANNEE
                   ADD EXT-BRUT TO WS-SIT-MASSE(WS-SIT-MATCH)
                   IF EXT-PERIODE > WS-DERNIERE-PERIODE
                       MOVE EXT-PERIODE TO WS-DERNIERE-PERIODE
                   END-IF
                   PERFORM RETENIR-EMPLOYE
               END-IF
           END-IF.

       RETENIR-EMPLOYE.
           MOVE 0 TO WS-ESI-MATCH
           PERFORM VARYING WS-IDX-ESI FROM 1 BY 1
               UNTIL WS-IDX-ESI > WS-NB-EMP-SITES
               IF WS-ESI-EMP-ID(WS-IDX-ESI) = EXT-EMP-ID
                   MOVE WS-IDX-ESI TO WS-ESI-MATCH
               END-IF
           END-PERFORM
           IF WS-ESI-MATCH = 0 AND WS-NB-EMP-SITES < 999
               ADD 1 TO WS-NB-EMP-SITES
               MOVE WS-NB-EMP-SITES TO WS-ESI-MATCH
               MOVE EXT-EMP-ID TO WS-ESI-EMP-ID(WS-ESI-MATCH)
               MOVE 0 TO WS-ESI-PERIODE(WS-ESI-MATCH)
           END-IF
           IF WS-ESI-MATCH NOT = 0
               AND EXT-PERIODE >= WS-ESI-PERIODE(WS-ESI-MATCH)
               MOVE EXT-PERIODE TO WS-ESI-PERIODE(WS-ESI-MATCH)
               MOVE WS-SIT-MATCH TO WS-ESI-SITE-IDX(WS-ESI-MATCH)
               MOVE EXT-CIVILITE TO WS-ESI-CIVILITE(WS-ESI-MATCH)
               MOVE EXT-TRANCHE-AGE TO
                   WS-ESI-TRANCHE-AGE(WS-ESI-MATCH)
               MOVE EXT-CATEGORIE TO WS-ESI-CATEGORIE(WS-ESI-MATCH)
               MOVE EXT-ETP TO WS-ESI-ETP(WS-ESI-MATCH)
               MOVE EXT-DATE-EMBAUCHE TO
                   WS-ESI-EMBAUCHE(WS-ESI-MATCH)
               MOVE EXT-DATE-SORTIE TO WS-ESI-SORTIE(WS-ESI-MATCH)
           END-IF.

       VENTILER-EMPLOYES.
      * Effectifs par etablissement : ETP, sexes, tranches d'age,
      * categories, plus embauches et departs de l'exercice. Est
      * compte dans l'effectif de cloture le salarie paye a la
      * derniere periode extraite de l'exercice ; les sortis dans
      * l'annee comptent dans les departs.
           PERFORM VARYING WS-IDX-ESI FROM 1 BY 1
               UNTIL WS-IDX-ESI > WS-NB-EMP-SITES
               PERFORM VENTILER-UN-EMPLOYE
           END-PERFORM.

       VENTILER-UN-EMPLOYE.
           MOVE WS-ESI-SITE-IDX(WS-IDX-ESI) TO WS-SIT-MATCH
           IF WS-ESI-EMBAUCHE(WS-IDX-ESI) >= WS-DEBUT-ANNEE
               AND WS-ESI-EMBAUCHE(WS-IDX-ESI) <= WS-FIN-ANNEE
               ADD 1 TO WS-SIT-EMBAUCHES(WS-SIT-MATCH)
           END-IF
           IF WS-ESI-SORTIE(WS-IDX-ESI) >= WS-DEBUT-ANNEE
               AND WS-ESI-SORTIE(WS-IDX-ESI) <= WS-FIN-ANNEE
               ADD 1 TO WS-SIT-DEPARTS(WS-SIT-MATCH)
           END-IF
           IF WS-ESI-PERIODE(WS-IDX-ESI) = WS-DERNIERE-PERIODE
               ADD 1 TO WS-SIT-EFFECTIF(WS-SIT-MATCH)
               ADD WS-ESI-ETP(WS-IDX-ESI) TO WS-SIT-FTE(WS-SIT-MATCH)
               IF WS-ESI-CIVILITE(WS-IDX-ESI) = 'F'
                   ADD 1 TO WS-SIT-FEMMES(WS-SIT-MATCH)
               ELSE
                   ADD 1 TO WS-SIT-HOMMES(WS-SIT-MATCH)
           MOVE 0 TO WS-SIT-MATCH
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > WS-NB-SITES
               IF WS-SIT-NOM(WS-IDX-SIT) = EXT-SITE
                   MOVE WS-IDX-SIT TO WS-SIT-MATCH
               END-IF
           END-PERFORM
           IF WS-SIT-MATCH = 0 AND WS-NB-SITES < 20
               ADD 1 TO WS-NB-SITES
               MOVE EXT-SITE TO WS-SIT-NOM(WS-NB-SITES)
               MOVE WS-NB-SITES TO WS-SIT-MATCH
           END-IF.

       CLASSER-AGE.
           EVALUATE WS-ESI-TRANCHE-AGE(WS-IDX-ESI)
               WHEN 'MOINS30'
                   ADD 1 TO WS-SIT-MOINS30(WS-SIT-MATCH)
               WHEN 'PLUS50'
                   ADD 1 TO WS-SIT-PLUS50(WS-SIT-MATCH)
               WHEN '30-50'
                   ADD 1 TO WS-SIT-30-50(WS-SIT-MATCH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLASSER-CATEGORIE.
           MOVE 'N' TO WS-SC-TROUVE
           PERFORM VARYING WS-IDX-SC FROM 1 BY 1
               UNTIL WS-IDX-SC > 6
               IF WS-SC-NOM(WS-SIT-MATCH, WS-IDX-SC) =
                   WS-ESI-CATEGORIE(WS-IDX-ESI)
                   ADD 1 TO WS-SC-NB(WS-SIT-MATCH, WS-IDX-SC)
                   MOVE 'O' TO WS-SC-TROUVE
               END-IF
                   UNTIL WS-IDX-SC > 6
                   IF WS-SC-NOM(WS-SIT-MATCH, WS-IDX-SC) = SPACES
                       AND WS-SC-TROUVE = 'N'
                       MOVE WS-ESI-CATEGORIE(WS-IDX-ESI) TO
                           WS-SC-NOM(WS-SIT-MATCH, WS-IDX-SC)
                       MOVE 1 TO
                           WS-SC-NB(WS-SIT-MATCH, WS-IDX-SC)
               END-PERFORM
           END-IF.

       VENTILER-ABSENCES.
      * Absenteisme de l'exercice : jours de Maladie d'un cote,
      * toutes les autres absences approuvees de l'autre.
