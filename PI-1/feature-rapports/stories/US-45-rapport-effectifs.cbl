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

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE-FIN      PIC 9(6)  VALUE 0.
        01 WS-MARQUE           PIC X(20) VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../rapport-effectifs.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-effectifs.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-PERFORM.

       CUMULER-EFFECTIFS.
      * Effectif d'un mois = salaries payes sur ce mois, lus dans
      * l'extrait mensuel de paie (US-102) avec leur temps de travail
      * et leur departement de paie : memes tetes que la masse
      * salariale et les autres rapports, au lieu d'une presence
      * deduite des seules dates d'embauche / sortie de la fiche.
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
                       PERFORM CUMULER-UNE-LIGNE
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN.

       CUMULER-UNE-LIGNE.
      * Exclusions legales du decompte d'effectif : stagiaires et
      * alternants ne comptent pas.
           IF EXT-CATEGORIE = 'STAGE' OR EXT-CATEGORIE = 'ALTERNANCE'
               CONTINUE
           ELSE
               PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 12
                   IF EXT-PERIODE = WS-MOIS-PERIODE(WS-IDX-MOIS)
                       PERFORM RETENIR-SITE-DEPT
                       ADD 1 TO WS-MOIS-TETES(WS-IDX-MOIS)
                       ADD EXT-ETP TO WS-MOIS-ETP(WS-IDX-MOIS)
                       ADD 1 TO
                           WS-SM-TETES(WS-SITE-COURANT, WS-IDX-MOIS)
                       ADD EXT-ETP TO
                           WS-SM-ETP(WS-SITE-COURANT, WS-IDX-MOIS)
                       ADD 1 TO
                           WS-DEM-TETES(WS-DEPT-COURANT, WS-IDX-MOIS)
                       ADD EXT-ETP TO
                           WS-DEM-ETP(WS-DEPT-COURANT, WS-IDX-MOIS)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES
               IF WS-SITE-NOM(WS-IDX-SITE) = EXT-SITE
                   MOVE 'O' TO WS-TROUVE
                   MOVE WS-IDX-SITE TO WS-SITE-COURANT
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'N' AND WS-NB-SITES < 20
               ADD 1 TO WS-NB-SITES
               MOVE EXT-SITE TO WS-SITE-NOM(WS-NB-SITES)
               MOVE WS-NB-SITES TO WS-SITE-COURANT
           END-IF
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPTS
               IF WS-DEPT-NOM(WS-IDX-DEPT) = EXT-DEPARTEMENT
                   MOVE 'O' TO WS-TROUVE
                   MOVE WS-IDX-DEPT TO WS-DEPT-COURANT
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'N' AND WS-NB-DEPTS < 50
               ADD 1 TO WS-NB-DEPTS
               MOVE EXT-DEPARTEMENT TO WS-DEPT-NOM(WS-NB-DEPTS)
               MOVE WS-NB-DEPTS TO WS-DEPT-COURANT
           END-IF.

