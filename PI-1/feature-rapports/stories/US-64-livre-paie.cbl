               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-NUMERO-RUN
               ASSIGN TO WS-CHEMIN-NUMERO-RUN
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FICHIER-LIVRE
               ASSIGN TO WS-CHEMIN-LIVRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-RUBRIQUES
               ASSIGN TO WS-CHEMIN-RUBRIQUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUBRIQUES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-NUMERO-RUN.
           COPY '../../../copybooks/numero-run.cpy'.
        FD FICHIER-LIVRE.
        01 LIGNE-LIVRE        PIC X(132).

        FD FICHIER-RUBRIQUES.
           COPY '../../../copybooks/rubrique.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-NUMERO-RUN PIC XX.
        01 WS-STATUT-RUBRIQUES PIC XX.

        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
                10 WS-LIG-PATRONAL  PIC 9(7)V9(2).
                10 WS-LIG-NET       PIC 9(7)V9(2).
                10 WS-LIG-NET-PAYER PIC 9(7)V9(2).
                10 WS-LIG-NDF       PIC 9(7)V9(2).
                10 WS-LIG-TRANSPORT PIC 9(7)V9(2).
                10 WS-LIG-REDUC     PIC S9(7)V9(2).
        01 WS-IDX-LIG          PIC 9(5)  VALUE 0.

      * Colonnes du livre prises dans le plan de rubriques
      * (RUB-LIVRE = rang de colonne) ; sans plan ou sans colonne,
      * le livre garde ses six colonnes historiques. Huit colonnes
      * au plus tiennent dans les 132 caracteres de la ligne.
        01 WS-TAB-COL.
            05 WS-COL OCCURS 8 TIMES.
                10 WS-COL-CODE      PIC X(10).
                10 WS-COL-RANG      PIC 9(2).
                10 WS-COL-TOTAL     PIC S9(9)V9(2).
        01 WS-NB-COL           PIC 9(2)  VALUE 0.
        01 WS-IDX-COL          PIC 9(2)  VALUE 0.
        01 WS-IDX-COL2         PIC 9(2)  VALUE 0.
        01 WS-COL-ECHANGE      PIC X(23) VALUE SPACES.
        01 WS-COL-POS          PIC 9(3)  VALUE 0.
        01 WS-LARGEUR-LIVRE    PIC 9(3)  VALUE 100.
        01 WS-CODE-LIVRE-OK    PIC X     VALUE 'N'.

        01 WS-TAB-NOMS.
            05 WS-NOM OCCURS 999 TIMES.
                10 WS-NOM-EMP-ID    PIC 9(5).
        01 WS-NB-NOMS          PIC 9(3)  VALUE 0.
        01 WS-IDX-NOM          PIC 9(3)  VALUE 0.
        01 WS-NOM-EMPLOYE      PIC X(20) VALUE SPACES.
        01 WS-NOM-TROUVE       PIC X     VALUE 'N'.

      * Totaux de page (50 lignes par page) et de periode, signes :
      * une annulation vient en moins.
        01 WS-NO-PAGE          PIC 9(3)  VALUE 1.
        01 WS-PAGE-BRUT        PIC S9(9)V9(2) VALUE 0.
        01 WS-PAGE-NET-PAYER   PIC S9(9)V9(2) VALUE 0.
        01 WS-TOT-PATRONAL     PIC S9(9)V9(2) VALUE 0.
        01 WS-MONTANT-SIGNE    PIC S9(9)V9(2) VALUE 0.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-MONTANT      PIC -ZZZZZZ9.99.
        01 WS-AFF-M2           PIC -ZZZZZZ9.99.
        01 WS-AFF-M3           PIC -ZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-NUMERO-RUN PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-LIVRE     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RUBRIQUES PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-PERIODE
           PERFORM CHARGER-NUMERO-RUN
           PERFORM CHARGER-COLONNES
           PERFORM CHARGER-NOMS
           PERFORM CHARGER-LIGNES
           IF WS-NB-LIGNES = 0
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../../feature-paie/extrait-paie.txt' TO
                   WS-CHEMIN-EXTRAIT
               MOVE '../../feature-paie/numero-run.txt' TO
                   WS-CHEMIN-NUMERO-RUN
               MOVE '../livre-paie.txt' TO WS-CHEMIN-LIVRE
               MOVE '../../feature-paie/rubriques.txt' TO
                   WS-CHEMIN-RUBRIQUES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/numero-run.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-NUMERO-RUN
               STRING FUNCTION TRIM(WS-RACINE) '/livre-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-LIVRE
               STRING FUNCTION TRIM(WS-RACINE) '/rubriques.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RUBRIQUES
           END-IF.

       SAISIR-PERIODE.
               CLOSE FICHIER-NUMERO-RUN
           END-IF.

       CHARGER-COLONNES.
      * Seules les rubriques portees par l'enregistrement de paie
      * structure peuvent faire colonne ; les autres sont ignorees.
           OPEN INPUT FICHIER-RUBRIQUES
           IF WS-STATUT-RUBRIQUES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-RUBRIQUES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM RETENIR-COLONNE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RUBRIQUES
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-COL = 0
               MOVE 'BRUT' TO WS-COL-CODE(1)
               MOVE 'COTIS' TO WS-COL-CODE(2)
               MOVE 'IMPOT' TO WS-COL-CODE(3)
               MOVE 'RETENUES' TO WS-COL-CODE(4)
               MOVE 'NET' TO WS-COL-CODE(5)
               MOVE 'NETPAYE' TO WS-COL-CODE(6)
               MOVE 6 TO WS-NB-COL
           ELSE
               PERFORM TRIER-COLONNES
           END-IF
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-NB-COL
               MOVE 0 TO WS-COL-TOTAL(WS-IDX-COL)
           END-PERFORM
           COMPUTE WS-LARGEUR-LIVRE = 27 + 12 * WS-NB-COL.

       RETENIR-COLONNE.
           MOVE 'N' TO WS-CODE-LIVRE-OK
           IF RUB-CODE = 'BRUT' OR RUB-CODE = 'COTIS'
               OR RUB-CODE = 'IMPOT' OR RUB-CODE = 'RETENUES'
               OR RUB-CODE = 'PATRONAL' OR RUB-CODE = 'NET'
               OR RUB-CODE = 'NETPAYE' OR RUB-CODE = 'NDF'
               OR RUB-CODE = 'TRANSPORT' OR RUB-CODE = 'REDUCGEN'
               MOVE 'O' TO WS-CODE-LIVRE-OK
           END-IF
           IF WS-CODE-LIVRE-OK = 'O'
               AND RUB-LIVRE NUMERIC
               AND RUB-LIVRE > 0
               AND WS-NB-COL < 8
               ADD 1 TO WS-NB-COL
               MOVE RUB-CODE TO WS-COL-CODE(WS-NB-COL)
               MOVE RUB-LIVRE TO WS-COL-RANG(WS-NB-COL)
           END-IF.

       TRIER-COLONNES.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL >= WS-NB-COL
               PERFORM VARYING WS-IDX-COL2 FROM 1 BY 1
                   UNTIL WS-IDX-COL2 > WS-NB-COL - WS-IDX-COL
                   IF WS-COL-RANG(WS-IDX-COL2) >
                       WS-COL-RANG(WS-IDX-COL2 + 1)
                       MOVE WS-COL(WS-IDX-COL2) TO WS-COL-ECHANGE
                       MOVE WS-COL(WS-IDX-COL2 + 1) TO
                           WS-COL(WS-IDX-COL2)
                       MOVE WS-COL-ECHANGE TO WS-COL(WS-IDX-COL2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHARGER-NOMS.
      * Le detail du livre (chaque bulletin, annulations comprises,
      * toutes rubriques) reste lu dans bulletins-data.txt ; seul le
      * nom vient de l'extrait mensuel de paie (US-102), comme pour
      * les autres rapports. Toutes les periodes jusqu'a celle du
      * livre sont lues, pour nommer aussi un salarie dont le seul
      * bulletin du mois a ete annule.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE <= WS-PERIODE
                               PERFORM RETENIR-NOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-NOM.
           MOVE 'N' TO WS-NOM-TROUVE
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
               UNTIL WS-IDX-NOM > WS-NB-NOMS
               IF WS-NOM-EMP-ID(WS-IDX-NOM) = EXT-EMP-ID
                   MOVE 'O' TO WS-NOM-TROUVE
                   IF EXT-NOM NOT = SPACES
                       MOVE EXT-NOM TO WS-NOM-NOM(WS-IDX-NOM)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NOM-TROUVE = 'N' AND WS-NB-NOMS < 999
               ADD 1 TO WS-NB-NOMS
               MOVE EXT-EMP-ID TO WS-NOM-EMP-ID(WS-NB-NOMS)
               MOVE EXT-NOM TO WS-NOM-NOM(WS-NB-NOMS)
           END-IF.

       CHARGER-LIGNES.
      * Tous les bulletins de la periode, EMIS et ANNULE : les
      * annulations (US-13) sont portees en signe negatif.
                               WS-LIG-NET(WS-NB-LIGNES)
                           MOVE BDATA-NET-A-PAYER TO
                               WS-LIG-NET-PAYER(WS-NB-LIGNES)
      * Zones ajoutees en fin d'enregistrement : a blanc sur les
      * enregistrements anterieurs.
                           MOVE 0 TO WS-LIG-NDF(WS-NB-LIGNES)
                           MOVE 0 TO WS-LIG-TRANSPORT(WS-NB-LIGNES)
                           MOVE 0 TO WS-LIG-REDUC(WS-NB-LIGNES)
                           IF BDATA-NDF NUMERIC
                               MOVE BDATA-NDF TO
                                   WS-LIG-NDF(WS-NB-LIGNES)
                           END-IF
                           IF BDATA-TRANSPORT NUMERIC
                               MOVE BDATA-TRANSPORT TO
                                   WS-LIG-TRANSPORT(WS-NB-LIGNES)
                           END-IF
                           IF BDATA-REDUCTION-GEN NUMERIC
                               MOVE BDATA-REDUCTION-GEN TO
                                   WS-LIG-REDUC(WS-NB-LIGNES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ' - PAGE ' WS-NO-PAGE
               DELIMITED SIZE INTO LIGNE-LIVRE
           WRITE LIGNE-LIVRE
           MOVE SPACES TO LIGNE-LIVRE
           MOVE 'EMP-ID NOM' TO LIGNE-LIVRE(1:10)
           MOVE 28 TO WS-COL-POS
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-NB-COL
               MOVE WS-COL-CODE(WS-IDX-COL) TO
                   LIGNE-LIVRE(WS-COL-POS:10)
               ADD 12 TO WS-COL-POS
           END-PERFORM
           WRITE LIGNE-LIVRE
           MOVE ALL '-' TO LIGNE-LIVRE(1:WS-LARGEUR-LIVRE)
           WRITE LIGNE-LIVRE.

       ECRIRE-LIGNE-LIVRE.
               END-IF
           END-PERFORM
           MOVE WS-LIG-EMP-ID(WS-IDX-LIG) TO WS-ID-AFF
      * Brut et net paye alimentent toujours les totaux de page,
      * les charges patronales le total de periode, quelles que
      * soient les colonnes retenues.
           COMPUTE WS-MONTANT-SIGNE =
               WS-LIG-BRUT(WS-IDX-LIG) * WS-LIG-SIGNE(WS-IDX-LIG)
           ADD WS-MONTANT-SIGNE TO WS-PAGE-BRUT
           COMPUTE WS-MONTANT-SIGNE =
               WS-LIG-NET-PAYER(WS-IDX-LIG)
               * WS-LIG-SIGNE(WS-IDX-LIG)
           ADD WS-MONTANT-SIGNE TO WS-PAGE-NET-PAYER
           COMPUTE WS-MONTANT-SIGNE =
               WS-LIG-PATRONAL(WS-IDX-LIG)
               * WS-LIG-SIGNE(WS-IDX-LIG)
           ADD WS-MONTANT-SIGNE TO WS-TOT-PATRONAL
           MOVE SPACES TO LIGNE-LIVRE
           STRING WS-ID-AFF ' ' WS-NOM-EMPLOYE
               DELIMITED SIZE INTO LIGNE-LIVRE
           MOVE 28 TO WS-COL-POS
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-NB-COL
               PERFORM CALCULER-MONTANT-COLONNE
               ADD WS-MONTANT-SIGNE TO WS-COL-TOTAL(WS-IDX-COL)
               MOVE WS-MONTANT-SIGNE TO WS-AFF-MONTANT
               MOVE WS-AFF-MONTANT TO LIGNE-LIVRE(WS-COL-POS:11)
               ADD 12 TO WS-COL-POS
           END-PERFORM
           WRITE LIGNE-LIVRE
           IF WS-LIG-SIGNE(WS-IDX-LIG) < 0
               MOVE '       (bulletin ANNULE, montants en moins)'
           END-IF
           ADD 1 TO WS-LIGNES-PAGE.

       CALCULER-MONTANT-COLONNE.
      * Montant signe de la colonne WS-IDX-COL pour la ligne
      * WS-IDX-LIG.
           EVALUATE WS-COL-CODE(WS-IDX-COL)
               WHEN 'BRUT'
                   MOVE WS-LIG-BRUT(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN 'COTIS'
                   MOVE WS-LIG-COTIS(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN 'IMPOT'
                   MOVE WS-LIG-IMPOT(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN 'RETENUES'
                   MOVE WS-LIG-RETENUES(WS-IDX-LIG)
                       TO WS-MONTANT-SIGNE
               WHEN 'PATRONAL'
                   MOVE WS-LIG-PATRONAL(WS-IDX-LIG)
                       TO WS-MONTANT-SIGNE
               WHEN 'NET'
                   MOVE WS-LIG-NET(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN 'NETPAYE'
                   MOVE WS-LIG-NET-PAYER(WS-IDX-LIG)
                       TO WS-MONTANT-SIGNE
               WHEN 'NDF'
                   MOVE WS-LIG-NDF(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN 'TRANSPORT'
                   MOVE WS-LIG-TRANSPORT(WS-IDX-LIG)
                       TO WS-MONTANT-SIGNE
               WHEN 'REDUCGEN'
                   MOVE WS-LIG-REDUC(WS-IDX-LIG) TO WS-MONTANT-SIGNE
               WHEN OTHER
                   MOVE 0 TO WS-MONTANT-SIGNE
           END-EVALUATE
           COMPUTE WS-MONTANT-SIGNE =
               WS-MONTANT-SIGNE * WS-LIG-SIGNE(WS-IDX-LIG).

       ECRIRE-TOTAL-PAGE.
           MOVE ALL '-' TO LIGNE-LIVRE(1:WS-LARGEUR-LIVRE)
           WRITE LIGNE-LIVRE
           MOVE WS-PAGE-BRUT TO WS-AFF-MONTANT
           MOVE WS-PAGE-NET-PAYER TO WS-AFF-M2
           WRITE LIGNE-LIVRE.

       ECRIRE-TOTAL-PERIODE.
      * Totaux de periode sous leurs colonnes, puis les charges
      * patronales, hors colonnes si le plan ne les y met pas.
           MOVE ALL '=' TO LIGNE-LIVRE(1:WS-LARGEUR-LIVRE)
           WRITE LIGNE-LIVRE
           MOVE SPACES TO LIGNE-LIVRE
           MOVE 'TOTAL PERIODE' TO LIGNE-LIVRE(1:13)
           MOVE 28 TO WS-COL-POS
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-NB-COL
               MOVE WS-COL-TOTAL(WS-IDX-COL) TO WS-AFF-MONTANT
               MOVE WS-AFF-MONTANT TO LIGNE-LIVRE(WS-COL-POS:11)
               ADD 12 TO WS-COL-POS
           END-PERFORM
           WRITE LIGNE-LIVRE
           MOVE WS-TOT-PATRONAL TO WS-AFF-M3
           MOVE SPACES TO LIGNE-LIVRE
           STRING '                patronales ' WS-AFF-M3
               DELIMITED SIZE INTO LIGNE-LIVRE
           WRITE LIGNE-LIVRE.
