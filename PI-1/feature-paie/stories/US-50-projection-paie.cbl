           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-PROJ-SITES
               ASSIGN TO WS-CHEMIN-PROJ-SITES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PROJ-SITES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(80).

        FD FICHIER-PROJ-SITES.
           COPY '../../../copybooks/projection-site.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-TAUX      PIC XX.
        01 WS-STATUT-BAREME    PIC XX.
        01 WS-STATUT-SCENARIO  PIC XX.
        01 WS-STATUT-PROJ-SITES PIC XX.

        01 WS-TAB-TAUX.
            05 WS-TAUX OCCURS 10 TIMES.
        01 WS-MOYENNE-DEPT     PIC 9(7)V9(2) VALUE 0.
        01 WS-DELTA-EFFECTIF   PIC S9(5)V9(2) VALUE 0.

      * Cumuls projetes par etablissement (EMP-SITE), pour la
      * prevision de tresorerie.
        01 WS-TAB-SITES.
            05 WS-SIT OCCURS 20 TIMES.
                10 WS-SIT-NOM      PIC X(10).
                10 WS-SIT-NB       PIC 9(5).
                10 WS-SIT-BRUT     PIC 9(9)V9(2).
                10 WS-SIT-COTIS    PIC 9(9)V9(2).
                10 WS-SIT-PATRONAL PIC 9(9)V9(2).
                10 WS-SIT-IMPOT    PIC 9(9)V9(2).
                10 WS-SIT-NET      PIC 9(9)V9(2).
        01 WS-NB-SITES         PIC 9(2)  VALUE 0.
        01 WS-IDX-SIT          PIC 9(2)  VALUE 0.
        01 WS-SIT-TROUVE       PIC X     VALUE 'N'.

        01 WS-TOTAL-BASE       PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-PROJETE    PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-NET-BASE   PIC 9(9)V9(2) VALUE 0.
        01 WS-CHEMIN-BAREME    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SCENARIO  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PROJ-SITES PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM PROJETER-EMPLOYES
           PERFORM APPLIQUER-DELTAS-EFFECTIF
           PERFORM ECRIRE-RAPPORT
           PERFORM ECRIRE-PROJ-SITES
           DISPLAY 'Projection generee : projection-paie.txt '
               '(aucun fichier de production touche)'
           DISPLAY 'Projection par etablissement : '
               'projection-sites.txt'
           GOBACK.

       DEFINIR-CHEMINS.
               MOVE '../scenario-projection.txt' TO
                   WS-CHEMIN-SCENARIO
               MOVE '../projection-paie.txt' TO WS-CHEMIN-RAPPORT
               MOVE '../projection-sites.txt' TO WS-CHEMIN-PROJ-SITES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
                   DELIMITED SIZE INTO WS-CHEMIN-SCENARIO
               STRING FUNCTION TRIM(WS-RACINE) '/projection-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/projection-sites.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PROJ-SITES
           END-IF.

       CHARGER-TAUX.
           MOVE 'P' TO WS-MODE-CALC
           MOVE WS-BRUT-PROJETE TO WS-BASE-IMPOT
           PERFORM CALCULER-COUT
           PERFORM CUMULER-DEPT-PROJETE
           PERFORM CUMULER-SITE-PROJETE.

       CALCULER-COUT.
      * Meme chaine que la paie reelle, en simplifie : cotisations
           ADD WS-NET-CALC TO WS-DEPT-NET-PROJ(WS-IDX-DEPT)
           ADD WS-NET-CALC TO WS-TOTAL-NET-PROJ.

       CUMULER-SITE-PROJETE.
           MOVE 'N' TO WS-SIT-TROUVE
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > WS-NB-SITES
               OR WS-SIT-TROUVE = 'O'
               IF WS-SIT-NOM(WS-IDX-SIT) = EMP-SITE
                   MOVE 'O' TO WS-SIT-TROUVE
               END-IF
           END-PERFORM
           IF WS-SIT-TROUVE = 'O'
               SUBTRACT 1 FROM WS-IDX-SIT
           ELSE
               IF WS-NB-SITES < 20
                   ADD 1 TO WS-NB-SITES
                   MOVE EMP-SITE TO WS-SIT-NOM(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-NB(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-BRUT(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-COTIS(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-PATRONAL(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-IMPOT(WS-NB-SITES)
                   MOVE 0 TO WS-SIT-NET(WS-NB-SITES)
                   MOVE WS-NB-SITES TO WS-IDX-SIT
                   MOVE 'O' TO WS-SIT-TROUVE
               END-IF
           END-IF
           IF WS-SIT-TROUVE = 'O'
               ADD 1 TO WS-SIT-NB(WS-IDX-SIT)
               ADD WS-BRUT-PROJETE TO WS-SIT-BRUT(WS-IDX-SIT)
               ADD WS-COTIS-CALC TO WS-SIT-COTIS(WS-IDX-SIT)
               COMPUTE WS-SIT-PATRONAL(WS-IDX-SIT) =
                   WS-SIT-PATRONAL(WS-IDX-SIT)
                   + WS-COUT-CALC - WS-BRUT-PROJETE
               ADD WS-IMPOT TO WS-SIT-IMPOT(WS-IDX-SIT)
               ADD WS-NET-CALC TO WS-SIT-NET(WS-IDX-SIT)
           END-IF.

       LOCALISER-DEPT.
           MOVE 'N' TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-RAPPORT.

       ECRIRE-PROJ-SITES.
           OPEN OUTPUT FICHIER-PROJ-SITES
           IF WS-STATUT-PROJ-SITES NOT = '00'
               DISPLAY 'ERREUR : ouverture projection-sites.txt '
                   'impossible (statut ' WS-STATUT-PROJ-SITES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > WS-NB-SITES
               MOVE WS-SIT-NOM(WS-IDX-SIT) TO PJS-SITE
               MOVE WS-SIT-NB(WS-IDX-SIT) TO PJS-NB
               MOVE WS-SIT-BRUT(WS-IDX-SIT) TO PJS-BRUT
               MOVE WS-SIT-COTIS(WS-IDX-SIT) TO PJS-COTIS
               MOVE WS-SIT-PATRONAL(WS-IDX-SIT) TO PJS-PATRONAL
               MOVE WS-SIT-IMPOT(WS-IDX-SIT) TO PJS-IMPOT
               MOVE WS-SIT-NET(WS-IDX-SIT) TO PJS-NET
               WRITE PROJECTION-SITE-RECORD
           END-PERFORM
           CLOSE FICHIER-PROJ-SITES.
