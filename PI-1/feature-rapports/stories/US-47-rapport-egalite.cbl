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
        01 WS-SAISIE-ANNEE     PIC 9(4)  VALUE 0.

        01 WS-TYPE-COURANT     PIC X     VALUE SPACE.
        01 WS-NOM-COURANT      PIC X(15) VALUE SPACES.

      * Remuneration annuelle par employe (somme des bruts des
      * periodes de l'annee demandee dans l'extrait mensuel de paie),
      * avec civilite, categorie et embauche de sa derniere periode.
        01 WS-TAB-REMU.
            05 WS-REM OCCURS 5000 TIMES.
                10 WS-REM-EMP-ID   PIC 9(5).
                10 WS-REM-BRUT     PIC 9(7)V9(2).
                10 WS-REM-PERIODE  PIC 9(6).
                10 WS-REM-CIVILITE PIC X.
                10 WS-REM-CATEGORIE PIC X(10).
                10 WS-REM-EMBAUCHE PIC 9(8).
        01 WS-NB-REMU          PIC 9(5)  VALUE 0.
        01 WS-IDX-REM          PIC 9(5)  VALUE 0.
        01 WS-REM-TROUVE       PIC X     VALUE 'N'.
        01 WS-BRUT-ANNUEL      PIC 9(7)V9(2) VALUE 0.

        01 WS-ANCIENNETE-ANS   PIC S9(3) VALUE 0.
        01 WS-NB-NON-RENSEIGNES PIC 9(4) VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT-CSV PIC X(100) VALUE SPACES.

                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../rapport-egalite.txt' TO WS-CHEMIN-RAPPORT
               MOVE '../rapport-egalite.csv' TO
                   WS-CHEMIN-RAPPORT-CSV
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-egalite.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-egalite.csv'
           END-IF.

       CHARGER-REMUNERATIONS.
      * Memes bruts que la masse salariale et le livre de paie : ceux
      * des bulletins emis, lus dans l'extrait mensuel de paie
      * (US-102) et cumules par employe sur l'annee.
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
                       IF EXT-PERIODE(1:4) = WS-SAISIE-ANNEE
                           PERFORM CUMULER-REMUNERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN.

       CUMULER-REMUNERATION.
           MOVE 'N' TO WS-REM-TROUVE
           PERFORM VARYING WS-IDX-REM FROM 1 BY 1
               UNTIL WS-IDX-REM > WS-NB-REMU
                   OR WS-REM-TROUVE = 'O'
               IF WS-REM-EMP-ID(WS-IDX-REM) = EXT-EMP-ID
                   MOVE 'O' TO WS-REM-TROUVE
               END-IF
           END-PERFORM
           IF WS-REM-TROUVE = 'O'
               SUBTRACT 1 FROM WS-IDX-REM
           ELSE
               IF WS-NB-REMU < 5000
                   ADD 1 TO WS-NB-REMU
                   MOVE WS-NB-REMU TO WS-IDX-REM
                   MOVE EXT-EMP-ID TO WS-REM-EMP-ID(WS-IDX-REM)
                   MOVE 0 TO WS-REM-BRUT(WS-IDX-REM)
                   MOVE 0 TO WS-REM-PERIODE(WS-IDX-REM)
               ELSE
                   MOVE 0 TO WS-IDX-REM
               END-IF
           END-IF
           IF WS-IDX-REM > 0
               ADD EXT-BRUT TO WS-REM-BRUT(WS-IDX-REM)
               IF EXT-PERIODE >= WS-REM-PERIODE(WS-IDX-REM)
                   MOVE EXT-PERIODE TO WS-REM-PERIODE(WS-IDX-REM)
                   MOVE EXT-CIVILITE TO WS-REM-CIVILITE(WS-IDX-REM)
                   MOVE EXT-CATEGORIE TO
                       WS-REM-CATEGORIE(WS-IDX-REM)
                   MOVE EXT-DATE-EMBAUCHE TO
                       WS-REM-EMBAUCHE(WS-IDX-REM)
               END-IF
           END-IF.

       VENTILER-EMPLOYES.
           PERFORM VARYING WS-IDX-REM FROM 1 BY 1
               UNTIL WS-IDX-REM > WS-NB-REMU
               PERFORM VENTILER-UN-EMPLOYE
           END-PERFORM.

       VENTILER-UN-EMPLOYE.
           IF WS-REM-CIVILITE(WS-IDX-REM) NOT = 'M'
               AND WS-REM-CIVILITE(WS-IDX-REM) NOT = 'F'
               ADD 1 TO WS-NB-NON-RENSEIGNES
           ELSE
               MOVE WS-REM-BRUT(WS-IDX-REM) TO WS-BRUT-ANNUEL
               IF WS-BRUT-ANNUEL > 0
                   MOVE 'C' TO WS-TYPE-COURANT
                   MOVE WS-REM-CATEGORIE(WS-IDX-REM) TO WS-NOM-COURANT
                   PERFORM CUMULER-GROUPE
                   MOVE 'A' TO WS-TYPE-COURANT
                   PERFORM NOMMER-COHORTE
               END-IF
           END-IF.

       NOMMER-COHORTE.
      * Cohortes d'anciennete (0-4 / 5-9 / 10-19 / 20 et plus), le
      * meme calcul d'annees pleines que la paie : a defaut de date
      * de naissance dans le dossier, l'anciennete fournit des
      * populations comparables pour l'index.
           MOVE WS-REM-EMBAUCHE(WS-IDX-REM) TO WS-DATE-EMBAUCHE
           COMPUTE WS-ANCIENNETE-ANS = WS-SYS-AAAA - WS-EMB-AAAA
           IF WS-SYS-MMJJ < WS-EMB-MMJJ
               SUBTRACT 1 FROM WS-ANCIENNETE-ANS
           END-IF.

       AJOUTER-AU-GROUPE.
           IF WS-REM-CIVILITE(WS-IDX-REM) = 'F'
               ADD WS-BRUT-ANNUEL TO WS-GRP-CUMUL-F(WS-IDX-GRP)
               ADD 1 TO WS-GRP-NB-F(WS-IDX-GRP)
           ELSE
