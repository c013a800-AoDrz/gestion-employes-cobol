       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO WS-CHEMIN-NUMERO-RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-NUMERO-RUN.
           SELECT FICHIER-CALENDRIER
               ASSIGN TO WS-CHEMIN-CALENDRIER
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).
        FD FICHIER-TRANCHES.
           COPY '../../../copybooks/tranche.cpy'.

        FD FICHIER-CALENDRIER.
           COPY '../../../copybooks/calendrier-paie.cpy'.

        01 WS-AFF             PIC ZZZ999.99.
        01 WS-AFF-NB          PIC ZZ9.
        01 WS-LIGNE           PIC X(80)     VALUE SPACES.

        01 WS-TAB-TRANCHES.
            05 WS-TRANCHE OCCURS 10 TIMES.
        01 WS-DEPT-TROUVE      PIC X     VALUE 'N'.
        01 WS-NB-TRAITES       PIC 9(7)  VALUE 0.

        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-TRANCHES  PIC XX.
        01 WS-STATUT-JOURNAL   PIC XX.
        01 WS-DATE-DEBUT-BATCH  PIC 9(8).
        01 WS-PERIODE-AFF       PIC X(7)  VALUE SPACES.

        01 WS-RACINE            PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT-CSV PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TRANCHES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL    PIC X(100) VALUE SPACES.

        01 WS-STATUT-CALENDRIER PIC XX.
        01 WS-CAL-TROUVE        PIC X     VALUE 'N'.
           PERFORM SAISIR-PERIODE
           PERFORM CONTROLER-CALENDRIER-PAIE
           PERFORM CHARGER-TRANCHES
           PERFORM CHARGER-EXTRAIT

           OPEN OUTPUT FICHIER-RAPPORT
           PERFORM ECRIRE-RAPPORT
           PERFORM ECRIRE-RAPPORT-CSV
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Rapport genere : rapport-tranches.txt'
           DISPLAY 'Rapport genere : rapport-tranches.csv'
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../rapport-tranches.txt' TO WS-CHEMIN-RAPPORT
               MOVE '../rapport-tranches.csv' TO
                   WS-CHEMIN-RAPPORT-CSV
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../../feature-paie/numero-run.txt' TO
                   WS-CHEMIN-NUMERO-RUN
               MOVE '../../feature-paie/calendrier-paie.txt' TO
                   WS-CHEMIN-CALENDRIER
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-tranches.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-tranches.csv'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE) '/numero-run.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-NUMERO-RUN
               STRING FUNCTION TRIM(WS-RACINE) '/calendrier-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CALENDRIER
           END-IF.
           CLOSE FICHIER-TRANCHES
           MOVE 'N' TO WS-FIN.

       CHARGER-EXTRAIT.
      * Classement sur le brut des bulletins emis pour la periode,
      * lu dans l'extrait mensuel de paie (US-102), au lieu d'un brut
      * recalcule depuis la fiche employe : memes chiffres que la
      * masse salariale et le livre de paie. Sans ligne pour la
      * periode (extraction non faite), arret en erreur.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT NOT = '00'
               DISPLAY 'ERREUR : ouverture extrait-paie.txt '
                   'impossible (statut ' WS-STATUT-EXTRAIT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EXTRAIT
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EXT-PERIODE = WS-PERIODE
                           ADD 1 TO WS-NB-TRAITES
                           PERFORM CLASSER-TRANCHE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN
           IF WS-NB-TRAITES = 0
               DISPLAY 'ERREUR : aucune ligne pour la periode '
                   WS-PERIODE ' dans extrait-paie.txt (extraction '
                   'US-102 a lancer)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLASSER-TRANCHE.
      * EXT-BRUT est deja le brut effectif en EUR du bulletin
      * (prorata, anciennete, heures supplementaires et conversion
      * faits par le run de paie).
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
               UNTIL WS-IDX-TRANCHE > WS-NB-TRANCHES
               IF EXT-BRUT < WS-TR-BORNE(WS-IDX-TRANCHE)
                   OR WS-IDX-TRANCHE = WS-NB-TRANCHES
                   ADD 1 TO WS-TR-NOMBRE(WS-IDX-TRANCHE)
                   ADD EXT-BRUT TO WS-TR-TOTAL(WS-IDX-TRANCHE)
                   MOVE WS-NB-TRANCHES TO WS-IDX-TRANCHE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               IF WS-DEPT-NOM(WS-IDX-DEPT) = EXT-DEPARTEMENT
                   ADD 1 TO WS-DEPT-NOMBRE(WS-IDX-DEPT)
                   ADD EXT-BRUT TO WS-DEPT-TOTAL(WS-IDX-DEPT)
                   MOVE 'O' TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-DEPT-TROUVE = 'N' AND WS-NB-DEPT < 50
               ADD 1 TO WS-NB-DEPT
               MOVE EXT-DEPARTEMENT TO WS-DEPT-NOM(WS-NB-DEPT)
               MOVE 1 TO WS-DEPT-NOMBRE(WS-NB-DEPT)
               MOVE EXT-BRUT TO WS-DEPT-TOTAL(WS-NB-DEPT)
           END-IF.

       ECRIRE-RAPPORT.
