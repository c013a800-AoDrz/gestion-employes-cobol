               ASSIGN TO WS-CHEMIN-PROVISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PROVISION.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-PROVISION.
           COPY '../../../copybooks/provision13.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-PROVISION PIC XX.
        01 WS-STATUT-RAPPORT   PIC XX.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PROVISION PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-DIR-RAPPORT      PIC X(100) VALUE SPACES.

      * Solde annuel (mode S, chaine de cloture annuelle) : decembre
      * provisionne s'il manque, puis le reliquat non verse de
      * l'annee close (le douzieme de decembre, paye apres les
      * moities de juin et novembre) reporte sur l'annee suivante,
      * sauf pour un salarie sorti, regle par son solde de tout
      * compte (US-21) et signale s'il reste du.
        01 WS-SAISIE-MODE      PIC X     VALUE SPACE.
        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE-SOLDE      PIC 9(4)  VALUE 0.
        01 WS-ANNEE-SUIVANTE   PIC 9(4)  VALUE 0.
        01 WS-FIN-ANNEE        PIC 9(8)  VALUE 0.
        01 WS-RELIQUAT         PIC 9(7)V9(2) VALUE 0.
        01 WS-IDX-SUIV         PIC 9(5)  VALUE 0.
        01 WS-SORTIE-EMP       PIC 9(8)  VALUE 0.
        01 WS-TAB-SORTIES.
            05 WS-SOR OCCURS 2000 TIMES.
                10 WS-SOR-EMP-ID    PIC 9(5).
                10 WS-SOR-DATE      PIC 9(8).
        01 WS-NB-SORTIES       PIC 9(5)  VALUE 0.
        01 WS-IDX-SOR          PIC 9(5)  VALUE 0.
        01 WS-NB-REPORTES      PIC 9(5)  VALUE 0.
        01 WS-NB-SORTIS-DUS    PIC 9(5)  VALUE 0.
        01 WS-TOTAL-REPORTE    PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-SORTIS     PIC 9(9)V9(2) VALUE 0.
        01 WS-AFF-TOTAL        PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY 'Mode (vide/P = provision du mois, S = solde '
               'annuel) : '
           ACCEPT WS-SAISIE-MODE
           IF WS-SAISIE-MODE = 'S' OR WS-SAISIE-MODE = 's'
               PERFORM SOLDER-ANNEE
               GOBACK
           END-IF
           MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           MOVE WS-DATE-SYS(1:4) TO WS-ANNEE
           COMPUTE WS-PREMIER-JOUR = WS-PERIODE * 100 + 1
           IF WS-RACINE = SPACES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../provision-13e.txt' TO WS-CHEMIN-PROVISION
               MOVE '../' TO WS-DIR-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/provision-13e.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PROVISION
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-RAPPORT
           END-IF.

       CHARGER-PROVISION.
               WRITE PROVISION13-RECORD
           END-PERFORM
           CLOSE FICHIER-PROVISION.

       SOLDER-ANNEE.
           DISPLAY 'Annee a solder (AAAA, vide = annee precedente) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               COMPUTE WS-ANNEE-SOLDE =
                   FUNCTION NUMVAL(WS-DATE-SYS(1:4)) - 1
           ELSE
               IF WS-SAISIE-ANNEE NOT NUMERIC
                   DISPLAY 'Annee invalide : solde abandonne.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE-SOLDE
           END-IF
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-SOLDE + 1
           COMPUTE WS-FIN-ANNEE = WS-ANNEE-SUIVANTE * 10000 + 0101
      * Decembre de l'annee soldee, provisionne par le meme calcul
      * que les autres mois ; deja fait, il est ignore.
           COMPUTE WS-PERIODE = WS-ANNEE-SOLDE * 100 + 12
           MOVE WS-ANNEE-SOLDE TO WS-ANNEE
           COMPUTE WS-PREMIER-JOUR = WS-PERIODE * 100 + 1
           MOVE WS-FIN-ANNEE TO WS-MOIS-SUIVANT
           PERFORM CHARGER-PROVISION
           PERFORM PROVISIONNER-EMPLOYES
           PERFORM CHARGER-SORTIES
           PERFORM OUVRIR-RAPPORT-SOLDE
           PERFORM VARYING WS-IDX-P13 FROM 1 BY 1
               UNTIL WS-IDX-P13 > WS-NB-PROVISION
               IF WS-P13-ANNEE(WS-IDX-P13) = WS-ANNEE-SOLDE
                   AND WS-P13-PROVISION(WS-IDX-P13) >
                       WS-P13-VERSE(WS-IDX-P13)
                   PERFORM SOLDER-UN-EMPLOYE
               END-IF
           END-PERFORM
           PERFORM FERMER-RAPPORT-SOLDE
           PERFORM ECRIRE-PROVISION
           DISPLAY 'Annee soldee          : ' WS-ANNEE-SOLDE
           DISPLAY 'Decembre provisionne  : ' WS-NB-PROVISIONNES
           DISPLAY 'Reliquats reportes    : ' WS-NB-REPORTES
               ' sur ' WS-ANNEE-SUIVANTE
           DISPLAY 'Sortis restant dus    : ' WS-NB-SORTIS-DUS
           DISPLAY 'Rapport : solde-13e-' WS-ANNEE-SOLDE '.txt'
           IF WS-NB-SORTIS-DUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHARGER-SORTIES.
           MOVE 0 TO WS-NB-SORTIES
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-SORTIES < 2000
                           ADD 1 TO WS-NB-SORTIES
                           MOVE EMP-ID TO WS-SOR-EMP-ID(WS-NB-SORTIES)
                           MOVE EMP-DATE-SORTIE TO
                               WS-SOR-DATE(WS-NB-SORTIES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       OUVRIR-RAPPORT-SOLDE.
           MOVE SPACES TO WS-CHEMIN-RAPPORT
           STRING FUNCTION TRIM(WS-DIR-RAPPORT) 'solde-13e-'
               WS-ANNEE-SOLDE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           OPEN OUTPUT FICHIER-RAPPORT
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'ERREUR : ouverture solde-13e impossible '
                   '(statut ' WS-STATUT-RAPPORT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SOLDE ANNUEL DU TREIZIEME MOIS - ANNEE '
               WS-ANNEE-SOLDE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '-' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       SOLDER-UN-EMPLOYE.
           COMPUTE WS-RELIQUAT = WS-P13-PROVISION(WS-IDX-P13)
               - WS-P13-VERSE(WS-IDX-P13)
           MOVE WS-P13-EMP-ID(WS-IDX-P13) TO WS-ID-AFF
           MOVE WS-RELIQUAT TO WS-AFF-MONTANT
           MOVE 0 TO WS-SORTIE-EMP
           PERFORM VARYING WS-IDX-SOR FROM 1 BY 1
               UNTIL WS-IDX-SOR > WS-NB-SORTIES
               IF WS-SOR-EMP-ID(WS-IDX-SOR) = WS-ID-AFF
                   MOVE WS-SOR-DATE(WS-IDX-SOR) TO WS-SORTIE-EMP
               END-IF
           END-PERFORM
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SORTIE-EMP NOT = 0 AND WS-SORTIE-EMP < WS-FIN-ANNEE
      * Salarie sorti : le reliquat releve du solde de tout compte,
      * il n'est pas reporte sur une annee ou il n'est plus paye.
               ADD 1 TO WS-NB-SORTIS-DUS
               ADD WS-RELIQUAT TO WS-TOTAL-SORTIS
               STRING 'EMP-ID ' WS-ID-AFF ' : reliquat '
                   WS-AFF-MONTANT ' NON VERSE - sorti le '
                   WS-SORTIE-EMP ', a regulariser (solde de tout '
                   'compte)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               PERFORM REPORTER-RELIQUAT
               ADD 1 TO WS-NB-REPORTES
               ADD WS-RELIQUAT TO WS-TOTAL-REPORTE
               STRING 'EMP-ID ' WS-ID-AFF ' : reliquat '
                   WS-AFF-MONTANT ' reporte sur ' WS-ANNEE-SUIVANTE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.

       REPORTER-RELIQUAT.
      * Le reliquat s'ajoute a la provision de l'annee suivante, payee
      * avec elle en juin ; l'annee close est marquee soldee, ce qui
      * rend le report definitif et le solde relancable.
           MOVE 0 TO WS-IDX-SUIV
           PERFORM VARYING WS-IDX-SOR FROM 1 BY 1
               UNTIL WS-IDX-SOR > WS-NB-PROVISION
               IF WS-P13-EMP-ID(WS-IDX-SOR) = WS-ID-AFF
                   AND WS-P13-ANNEE(WS-IDX-SOR) = WS-ANNEE-SUIVANTE
                   MOVE WS-IDX-SOR TO WS-IDX-SUIV
               END-IF
           END-PERFORM
           IF WS-IDX-SUIV = 0 AND WS-NB-PROVISION < 2000
               ADD 1 TO WS-NB-PROVISION
               MOVE WS-NB-PROVISION TO WS-IDX-SUIV
               MOVE WS-ID-AFF TO WS-P13-EMP-ID(WS-IDX-SUIV)
               MOVE WS-ANNEE-SUIVANTE TO WS-P13-ANNEE(WS-IDX-SUIV)
               MOVE 0 TO WS-P13-PROVISION(WS-IDX-SUIV)
               MOVE 0 TO WS-P13-VERSE(WS-IDX-SUIV)
               MOVE 0 TO WS-P13-DERNIER(WS-IDX-SUIV)
               MOVE 0 TO WS-P13-AVANT(WS-IDX-SUIV)
           END-IF
           IF WS-IDX-SUIV > 0
               ADD WS-RELIQUAT TO WS-P13-PROVISION(WS-IDX-SUIV)
               MOVE WS-P13-PROVISION(WS-IDX-P13) TO
                   WS-P13-VERSE(WS-IDX-P13)
           END-IF.

       FERMER-RAPPORT-SOLDE.
           MOVE ALL '-' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-REPORTE TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Reliquats reportes sur ' WS-ANNEE-SUIVANTE ' : '
               WS-NB-REPORTES ' employe(s), ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-SORTIS TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Reliquats de salaries sortis : '
               WS-NB-SORTIS-DUS ' employe(s), ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-RAPPORT.
