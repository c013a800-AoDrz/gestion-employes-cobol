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
        01 WS-FIN             PIC X         VALUE 'N'.
        01 WS-AFF             PIC ZZZ999.99.
        01 WS-AFF-NB          PIC ZZ9.

        01 WS-TAB-DEPARTEMENTS.
            05 WS-DEPT OCCURS 200 TIMES.
                10 WS-DEPT-NOM       PIC X(15).
        01 WS-NB-DEPT          PIC 9(3)  VALUE 0.
        01 WS-IDX-DEPT         PIC 9(3)  VALUE 0.
        01 WS-DEPT-TROUVE      PIC X     VALUE 'N'.
        01 WS-NB-LUS           PIC 9(5)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

        01 WS-STATUT-EXTRAIT    PIC XX.
        01 WS-DATE-SYS          PIC 9(8).
        01 WS-SAISIE-PERIODE    PIC X(6)  VALUE SPACES.
        01 WS-PERIODE           PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE.
            05 WS-PERIODE-AAAA  PIC 9(4).
            05 WS-PERIODE-MM    PIC 9(2).
        01 WS-PERIODE-AFF       PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-PERIODE
           PERFORM CHARGER-EXTRAIT

           OPEN OUTPUT FICHIER-RAPPORT
           PERFORM ECRIRE-RAPPORT
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Rapport genere : rapport-masse-departement.txt'
           GOBACK.
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../rapport-masse-departement.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-masse-departement.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       SAISIR-PERIODE.
      * Periode traitee (mois de paie), independante de la date
      * d'execution : par defaut le mois courant, mais peut etre
      * saisie pour regenerer un rapport sur une periode anterieure
      * sans le confondre avec le mois en cours.
           DISPLAY 'Periode a traiter (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           STRING WS-PERIODE-AAAA '-' WS-PERIODE-MM
               DELIMITED SIZE INTO WS-PERIODE-AFF.

       CHARGER-EXTRAIT.
      * Montants des bulletins emis pour la periode, lus dans
      * l'extrait mensuel de paie (US-102) et ventiles sur le
      * departement porte par le bulletin : la masse par departement
      * tombe juste avec la masse salariale totale (US-04) et le
      * livre de paie, au lieu d'un recalcul parallele de la paie.
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
                           ADD 1 TO WS-NB-LUS
                           PERFORM CUMULER-DEPARTEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EXTRAIT
           MOVE 'N' TO WS-FIN
           IF WS-NB-LUS = 0
               DISPLAY 'ERREUR : aucune ligne pour la periode '
                   WS-PERIODE ' dans extrait-paie.txt (extraction '
                   'US-102 a lancer)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-DEPARTEMENT.
           MOVE 'N' TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               IF WS-DEPT-NOM(WS-IDX-DEPT) = EXT-DEPARTEMENT
                   ADD 1 TO WS-DEPT-NOMBRE(WS-IDX-DEPT)
                   ADD EXT-BRUT TO WS-DEPT-BRUT(WS-IDX-DEPT)
                   ADD EXT-COTIS TO WS-DEPT-COTIS(WS-IDX-DEPT)
                   ADD EXT-IMPOT TO WS-DEPT-IMPOT(WS-IDX-DEPT)
                   ADD EXT-NET TO WS-DEPT-NET(WS-IDX-DEPT)
                   MOVE 'O' TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-DEPT-TROUVE = 'N' AND WS-NB-DEPT < 200
               ADD 1 TO WS-NB-DEPT
               MOVE EXT-DEPARTEMENT TO WS-DEPT-NOM(WS-NB-DEPT)
               MOVE 1 TO WS-DEPT-NOMBRE(WS-NB-DEPT)
               MOVE EXT-BRUT TO WS-DEPT-BRUT(WS-NB-DEPT)
               MOVE EXT-COTIS TO WS-DEPT-COTIS(WS-NB-DEPT)
               MOVE EXT-IMPOT TO WS-DEPT-IMPOT(WS-NB-DEPT)
               MOVE EXT-NET TO WS-DEPT-NET(WS-NB-DEPT)
           END-IF.

       ECRIRE-RAPPORT.
           WRITE LIGNE-RAPPORT
           MOVE 'MASSE SALARIALE PAR DEPARTEMENT' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Periode : ' WS-PERIODE-AFF
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '======================================' TO
               LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
