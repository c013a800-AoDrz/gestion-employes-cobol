               ASSIGN TO WS-CHEMIN-BUDGET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BUDGET.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.
        FD FICHIER-BUDGET.
           COPY '../../../copybooks/budget-masse.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-BUDGET    PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-ANNEE     PIC 9(4)  VALUE 0.


        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BUDGET    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT-CSV PIC X(100) VALUE SPACES.

           END-IF

           PERFORM CHARGER-BUDGET
           PERFORM CHARGER-REEL
           PERFORM ECRIRE-RAPPORTS
           DISPLAY 'Rapports generes : rapport-budget-masse.txt / '
               'rapport-budget-masse.csv'
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../budget-masse.txt' TO WS-CHEMIN-BUDGET
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../rapport-budget-masse.txt' TO
                   WS-CHEMIN-RAPPORT
               MOVE '../rapport-budget-masse.csv' TO
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/budget-masse.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BUDGET
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-budget-masse.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           CLOSE FICHIER-BUDGET
           MOVE 'N' TO WS-FIN.

       CHARGER-REEL.
      * Reel = brut + charges patronales des bulletins emis, lus
      * dans l'extrait mensuel de paie (US-102) qui couvre aussi bien
      * le mois courant que les periodes deja archivees : memes
      * montants que la masse salariale et le livre de paie.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT NOT = '00'
               DISPLAY 'ERREUR : ouverture extrait-paie.txt '
                   'impossible (statut ' WS-STATUT-EXTRAIT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'R' TO WS-SENS-COURANT
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EXTRAIT
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EXT-PERIODE(1:4) = WS-SAISIE-ANNEE
                           MOVE EXT-PERIODE(5:2) TO WS-MM-COURANT
                           MOVE EXT-DEPARTEMENT TO WS-DEPT-COURANT
                           COMPUTE WS-MONTANT-COURANT =
                               EXT-BRUT + EXT-PATRONALES
                           PERFORM CUMULER-POSTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN.

       CUMULER-POSTE.
           MOVE 'N' TO WS-PST-TROUVE
