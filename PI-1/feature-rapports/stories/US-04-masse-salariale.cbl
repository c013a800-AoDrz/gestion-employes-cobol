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
           SELECT FICHIER-RAPPORT-CSV
               ASSIGN TO WS-CHEMIN-RAPPORT-CSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-CHEMIN-NUMERO-RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-NUMERO-RUN.
           SELECT FICHIER-HISTORIQUE
               ASSIGN TO WS-CHEMIN-HISTORIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FICHIER-CALENDRIER
               ASSIGN TO WS-CHEMIN-CALENDRIER
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).
        FD FICHIER-RAPPORT-CSV.
        01 LIGNE-CSV          PIC X(80).

        FD FICHIER-CUMULS.
           COPY '../../../copybooks/cumul.cpy'.

        FD FICHIER-HISTORIQUE.
           COPY '../../../copybooks/historique-masse.cpy'.

        FD FICHIER-CALENDRIER.
           COPY '../../../copybooks/calendrier-paie.cpy'.

        01 WS-NB-ALTERNANCE   PIC 9(3)      VALUE 0.
        01 WS-NB-INTERIM      PIC 9(3)      VALUE 0.
        01 WS-NB-STAGE        PIC 9(3)      VALUE 0.
        01 WS-AFF             PIC ZZZ999.99.
        01 WS-AFF-NB          PIC ZZ9.
        01 WS-LIGNE           PIC X(80)     VALUE SPACES.

        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-CUMULS    PIC XX.
        01 WS-DATE-SYS         PIC 9(8).
        01 WS-SYS-DATE-R REDEFINES WS-DATE-SYS.
        01 WS-JOURNAL-STATUT     PIC X(10) VALUE 'NORMAL'.

        01 WS-RACINE             PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CUMULS      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTORIQUE  PIC X(100) VALUE SPACES.
        01 WS-DIR-RAPPORT        PIC X(100) VALUE SPACES.

        01 WS-STATUT-CALENDRIER PIC XX.
        01 WS-CAL-TROUVE        PIC X     VALUE 'N'.
           PERFORM SAISIR-PERIODE
           PERFORM CONTROLER-CALENDRIER-PAIE

           PERFORM CHARGER-CUMUL-ANNEE
           PERFORM CHARGER-HISTORIQUE
           PERFORM CHARGER-EXTRAIT

           OPEN OUTPUT FICHIER-RAPPORT
           PERFORM ECRIRE-RAPPORT
           PERFORM ECRIRE-RAPPORT-CSV
           CLOSE FICHIER-RAPPORT
           IF WS-SIMULATION = 'O'
               DISPLAY '================================'
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../../feature-paie/cumuls-annuels.txt' TO
                   WS-CHEMIN-CUMULS
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../../feature-paie/numero-run.txt' TO
                   WS-CHEMIN-NUMERO-RUN
               MOVE '../historique-masse-salariale.txt' TO
                   WS-CHEMIN-HISTORIQUE
               MOVE '../' TO WS-DIR-RAPPORT
               MOVE '../../feature-paie/calendrier-paie.txt' TO
                   WS-CHEMIN-CALENDRIER
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
               STRING FUNCTION TRIM(WS-RACINE) '/journal-batch.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE) '/numero-run.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-NUMERO-RUN
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-masse-salariale.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTORIQUE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/calendrier-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CALENDRIER
           END-IF.

       DEFINIR-CHEMINS-SORTIE.
           END-IF
           MOVE WS-NUMERO-RUN TO WS-AFF-RUN.

       CHARGER-CUMUL-ANNEE.
      * Lecture seule des cumuls annuels ecrits par US-03 : ce
      * programme ne fait qu'agreger le net cumule de l'annee en
           WRITE HISTO-RECORD
           CLOSE FICHIER-HISTORIQUE.

       CHARGER-EXTRAIT.
      * Chiffres pris dans l'extrait mensuel de paie (US-102) : une
      * ligne par employe paye sur la periode, montants des bulletins
      * emis. Le rapport ne refait plus son propre calcul de paie et
      * tombe donc juste avec les bulletins, le livre de paie et les
      * autres rapports. Sans ligne pour la periode (extraction non
      * faite), pas de rapport a zero : arret en erreur.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT NOT = '00'
               DISPLAY 'ERREUR : ouverture extrait-paie.txt '
                   'impossible (statut ' WS-STATUT-EXTRAIT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EXTRAIT
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EXT-PERIODE = WS-PERIODE
                           PERFORM CUMULER-LIGNE-EXTRAIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN
           IF WS-NB-EMPLOYES = 0
               DISPLAY 'ERREUR : aucune ligne pour la periode '
                   WS-PERIODE ' dans extrait-paie.txt (extraction '
                   'US-102 a lancer)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-LIGNE-EXTRAIT.
           ADD 1 TO WS-NB-EMPLOYES
           EVALUATE EXT-CATEGORIE
               WHEN 'CDI       '
                   ADD 1 TO WS-NB-CDI
               WHEN 'CDD       '
                   ADD 1 TO WS-NB-STAGE
           END-EVALUATE

           ADD EXT-BRUT  TO WS-TOTAL-BRUT
           ADD EXT-COTIS TO WS-TOTAL-COTIS
           ADD EXT-IMPOT TO WS-TOTAL-IMPOT
           ADD EXT-NET   TO WS-TOTAL-NET
           PERFORM CUMULER-DEPARTEMENT.

       CUMULER-DEPARTEMENT.
           MOVE 'N' TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               IF WS-DEPT-NOM(WS-IDX-DEPT) = EXT-DEPARTEMENT
                   ADD 1 TO WS-DEPT-NOMBRE(WS-IDX-DEPT)
                   ADD EXT-BRUT TO WS-DEPT-BRUT(WS-IDX-DEPT)
                   MOVE 'O' TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-DEPT-TROUVE = 'N' AND WS-NB-DEPT < 50
               ADD 1 TO WS-NB-DEPT
               MOVE EXT-DEPARTEMENT TO WS-DEPT-NOM(WS-NB-DEPT)
               MOVE 1 TO WS-DEPT-NOMBRE(WS-NB-DEPT)
               MOVE EXT-BRUT TO WS-DEPT-BRUT(WS-NB-DEPT)
           END-IF.

       ECRIRE-RAPPORT.
