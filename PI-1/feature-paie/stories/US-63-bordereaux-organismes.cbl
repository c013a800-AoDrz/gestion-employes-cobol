               ASSIGN TO WS-CHEMIN-VIREMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VIREMENTS.
           SELECT FICHIER-ECHEANCES-ORG
               ASSIGN TO WS-CHEMIN-ECHEANCES-ORG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCES-ORG.
           SELECT FICHIER-ECHEANCIER
               ASSIGN TO WS-CHEMIN-ECHEANCIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCIER.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-VIREMENTS.
        01 LIGNE-VIREMENT     PIC X(80).

        FD FICHIER-ECHEANCES-ORG.
           COPY '../../../copybooks/echeance-organisme.cpy'.

        FD FICHIER-ECHEANCIER.
           COPY '../../../copybooks/echeance-cotisation.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-PLAFOND   PIC XX.
        01 WS-STATUT-CALENDRIER PIC XX.
        01 WS-STATUT-VIREMENTS PIC XX.
        01 WS-STATUT-ECHEANCES-ORG PIC XX.
        01 WS-STATUT-ECHEANCIER PIC XX.

        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
            05 WS-ECA OCCURS 999 TIMES.
                10 WS-ECA-EMP-ID    PIC 9(5).
                10 WS-ECA-CATEG     PIC X(10).
                10 WS-ECA-SITE      PIC X(10).
        01 WS-NB-EMP-CAT       PIC 9(3)  VALUE 0.
        01 WS-IDX-ECA          PIC 9(3)  VALUE 0.
        01 WS-CATEG-EMPLOYE    PIC X(10) VALUE SPACES.
        01 WS-SITE-EMPLOYE     PIC X(10) VALUE SPACES.

      * Totaux par organisme collecteur : base declaree, parts
      * salariale et patronale cumulees sur tous les bulletins de la
      * periode. WS-ORG-REDUC : reduction generale des
      * cotisations patronales deja appliquee par le run, imputee
      * en totalite a l'URSSAF et deduite du montant a payer. La
      * reduction salariale sur heures supplementaires vient de
      * meme en moins de la part salariale URSSAF.
        01 WS-TAB-ORGANISMES.
            05 WS-ORG OCCURS 20 TIMES.
                10 WS-ORG-NOM       PIC X(10).
                10 WS-ORG-BASE      PIC 9(9)V9(2).
                10 WS-ORG-SAL       PIC 9(9)V9(2).
                10 WS-ORG-PAT       PIC 9(9)V9(2).
                10 WS-ORG-REDUC     PIC S9(9)V9(2).
                10 WS-ORG-ECHEANCE  PIC 9(8).
        01 WS-NB-ORGANISMES    PIC 9(2)  VALUE 0.
        01 WS-IDX-ORG          PIC 9(2)  VALUE 0.
        01 WS-ORG-TROUVE       PIC X     VALUE 'N'.

      * Dates d'exigibilite par organisme (echeances-organismes.txt)
      * et ventilation du montant a payer de chaque organisme par
      * etablissement (EMP-SITE du salarie), pour l'echeancier lu par
      * la prevision de tresorerie.
        01 WS-TAB-ECHEANCES-ORG.
            05 WS-EOR OCCURS 30 TIMES.
                10 WS-EOR-ORGANISME PIC X(10).
                10 WS-EOR-JOUR      PIC 9(2).
                10 WS-EOR-DECALAGE  PIC 9.
        01 WS-NB-ECHEANCES-ORG PIC 9(2)  VALUE 0.
        01 WS-IDX-EOR          PIC 9(2)  VALUE 0.
        01 WS-AN-ECHEANCE      PIC 9(4)  VALUE 0.
        01 WS-MOIS-ECHEANCE    PIC 9(2)  VALUE 0.
        01 WS-JOUR-ECHEANCE    PIC 9(2)  VALUE 0.

        01 WS-TAB-ORG-SITES.
            05 WS-OSI OCCURS 200 TIMES.
                10 WS-OSI-ORGANISME PIC X(10).
                10 WS-OSI-SITE      PIC X(10).
                10 WS-OSI-MONTANT   PIC S9(9)V9(2).
        01 WS-NB-ORG-SITES     PIC 9(3)  VALUE 0.
        01 WS-IDX-OSI          PIC 9(3)  VALUE 0.
        01 WS-OSI-TROUVE       PIC X     VALUE 'N'.
        01 WS-OSI-CLE          PIC X(10) VALUE SPACES.
        01 WS-OSI-AJOUT        PIC S9(9)V9(2) VALUE 0.

      * Lignes des autres periodes de l'echeancier, conservees telles
      * quelles a la reecriture.
        01 WS-TAB-ECHEANCIER.
            05 WS-ECO-LIGNE OCCURS 2000 TIMES PIC X(46).
        01 WS-NB-ECHEANCIER    PIC 9(4)  VALUE 0.
        01 WS-IDX-ECO          PIC 9(4)  VALUE 0.

        01 WS-PLAFOND-MENSUEL  PIC 9(5)V9(2) VALUE 0.
        01 WS-TRANCHE-A        PIC 9(7)V9(2) VALUE 0.
        01 WS-TRANCHE-B        PIC 9(7)V9(2) VALUE 0.

        01 WS-TOTAL-COTIS-RUN  PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-ATMP-RUN   PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-REDUC-RUN  PIC S9(9)V9(2) VALUE 0.
        01 WS-TOTAL-REDHS-RUN  PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-SAL-ORG    PIC 9(9)V9(2) VALUE 0.
        01 WS-ECART-CONTROLE   PIC S9(9)V9(2) VALUE 0.
        01 WS-TOLERANCE        PIC 9(3)V9(2) VALUE 5.00.
        01 WS-CHEMIN-BORDEREAU PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VIREMENTS PIC X(100) VALUE SPACES.
        01 WS-DIR-BORDEREAUX   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ECHEANCES-ORG PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ECHEANCIER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CHARGER-PLAFOND
           PERFORM CHARGER-CATEGORIES
           PERFORM CHARGER-ECHEANCE
           PERFORM CHARGER-ECHEANCES-ORG
           PERFORM CUMULER-BULLETINS
           IF WS-NB-BULLETINS = 0
               DISPLAY 'Aucun bulletin pour la periode ' WS-PERIODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULER-ECHEANCES-ORG
           PERFORM ECRIRE-BORDEREAUX
           PERFORM ECRIRE-ORDRES-PAIEMENT
           PERFORM ECRIRE-ECHEANCIER
           DISPLAY 'Bordereaux emis : un par organisme '
               '(bordereau-<organisme>.txt)'
           DISPLAY 'Ordres de paiement ajoutes a '
               MOVE '../virements-attente.txt' TO
                   WS-CHEMIN-VIREMENTS
               MOVE '../' TO WS-DIR-BORDEREAUX
               MOVE '../echeances-organismes.txt' TO
                   WS-CHEMIN-ECHEANCES-ORG
               MOVE '../echeances-cotisations.txt' TO
                   WS-CHEMIN-ECHEANCIER
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
                   DELIMITED SIZE INTO WS-CHEMIN-VIREMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-BORDEREAUX
               STRING FUNCTION TRIM(WS-RACINE)
                   '/echeances-organismes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ECHEANCES-ORG
               STRING FUNCTION TRIM(WS-RACINE)
                   '/echeances-cotisations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ECHEANCIER
           END-IF.

       SAISIR-PERIODE.
                               WS-ECA-EMP-ID(WS-NB-EMP-CAT)
                           MOVE EMP-CATEGORIE TO
                               WS-ECA-CATEG(WS-NB-EMP-CAT)
                           MOVE EMP-SITE TO
                               WS-ECA-SITE(WS-NB-EMP-CAT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ECHEANCES-ORG.
      * Fichier optionnel : sans lui, chaque organisme reste exigible
      * au jour de paie.
           OPEN INPUT FICHIER-ECHEANCES-ORG
           IF WS-STATUT-ECHEANCES-ORG = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ECHEANCES-ORG
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ECHEANCES-ORG < 30
                               AND ECH-JOUR NUMERIC
                               AND ECH-DECALAGE NUMERIC
                               ADD 1 TO WS-NB-ECHEANCES-ORG
                               MOVE ECH-ORGANISME TO WS-EOR-ORGANISME
                                   (WS-NB-ECHEANCES-ORG)
                               MOVE ECH-JOUR TO
                                   WS-EOR-JOUR(WS-NB-ECHEANCES-ORG)
                               MOVE ECH-DECALAGE TO WS-EOR-DECALAGE
                                   (WS-NB-ECHEANCES-ORG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCES-ORG
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-BULLETINS.
      * Pour chaque bulletin EMIS de la periode : les lignes de
      * cotisation de la categorie de l'employe sont recalculees sur
                           MOVE BDATA-RUN TO WS-NUMERO-RUN
                           ADD BDATA-COTIS TO WS-TOTAL-COTIS-RUN
                           ADD BDATA-ATMP TO WS-TOTAL-ATMP-RUN
                           IF BDATA-REDUCTION-GEN NUMERIC
                               ADD BDATA-REDUCTION-GEN TO
                                   WS-TOTAL-REDUC-RUN
                           END-IF
                           IF BDATA-REDUC-SAL-HS NUMERIC
                               ADD BDATA-REDUC-SAL-HS TO
                                   WS-TOTAL-REDHS-RUN
                           END-IF
                           PERFORM CUMULER-UN-BULLETIN
                           PERFORM VENTILER-ATMP-REDUCTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-FIN
           IF WS-TOTAL-ATMP-RUN > 0
               PERFORM CUMULER-ATMP-CARSAT
           END-IF
           IF WS-TOTAL-REDUC-RUN NOT = 0
               OR WS-TOTAL-REDHS-RUN > 0
               PERFORM CUMULER-REDUCTION-URSSAF
           END-IF.

       CUMULER-ATMP-CARSAT.
               MOVE 0 TO WS-ORG-SAL(WS-NB-ORGANISMES)
               MOVE WS-TOTAL-ATMP-RUN TO
                   WS-ORG-PAT(WS-NB-ORGANISMES)
               MOVE 0 TO WS-ORG-REDUC(WS-NB-ORGANISMES)
           END-IF.

       CUMULER-REDUCTION-URSSAF.
      * La reduction generale, deja deduite des charges patronales
      * de chaque bulletin, vient en moins du bordereau URSSAF sur
      * sa propre ligne (le detail des taux ne la connait pas) ;
      * la reduction salariale sur heures supplementaires, deja
      * deduite de BDATA-COTIS, sort de la part salariale URSSAF
      * recalculee par les taux, pour que le controle des totaux
      * reste juste.
           MOVE 'N' TO WS-ORG-TROUVE
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
               UNTIL WS-IDX-ORG > WS-NB-ORGANISMES
               IF WS-ORG-NOM(WS-IDX-ORG) = 'URSSAF'
                   ADD WS-TOTAL-REDUC-RUN TO WS-ORG-REDUC(WS-IDX-ORG)
                   IF WS-TOTAL-REDHS-RUN > WS-ORG-SAL(WS-IDX-ORG)
                       MOVE 0 TO WS-ORG-SAL(WS-IDX-ORG)
                   ELSE
                       SUBTRACT WS-TOTAL-REDHS-RUN FROM
                           WS-ORG-SAL(WS-IDX-ORG)
                   END-IF
                   MOVE 'O' TO WS-ORG-TROUVE
               END-IF
           END-PERFORM
           IF WS-ORG-TROUVE = 'N' AND WS-NB-ORGANISMES < 20
               ADD 1 TO WS-NB-ORGANISMES
               MOVE 'URSSAF' TO WS-ORG-NOM(WS-NB-ORGANISMES)
               MOVE 0 TO WS-ORG-BASE(WS-NB-ORGANISMES)
               MOVE 0 TO WS-ORG-SAL(WS-NB-ORGANISMES)
               MOVE 0 TO WS-ORG-PAT(WS-NB-ORGANISMES)
               MOVE WS-TOTAL-REDUC-RUN TO
                   WS-ORG-REDUC(WS-NB-ORGANISMES)
           END-IF.

       VENTILER-ATMP-REDUCTION.
      * Meme imputation que CUMULER-ATMP-CARSAT et
      * CUMULER-REDUCTION-URSSAF, bulletin par bulletin, pour
      * l'etablissement du salarie.
           IF BDATA-ATMP > 0
               MOVE 'CARSAT' TO WS-OSI-CLE
               MOVE BDATA-ATMP TO WS-OSI-AJOUT
               PERFORM CUMULER-ORG-SITE
           END-IF
           MOVE 0 TO WS-OSI-AJOUT
           IF BDATA-REDUCTION-GEN NUMERIC
               SUBTRACT BDATA-REDUCTION-GEN FROM WS-OSI-AJOUT
           END-IF
           IF BDATA-REDUC-SAL-HS NUMERIC
               SUBTRACT BDATA-REDUC-SAL-HS FROM WS-OSI-AJOUT
           END-IF
           IF WS-OSI-AJOUT NOT = 0
               MOVE 'URSSAF' TO WS-OSI-CLE
               PERFORM CUMULER-ORG-SITE
           END-IF.

       CUMULER-ORG-SITE.
           MOVE 'N' TO WS-OSI-TROUVE
           PERFORM VARYING WS-IDX-OSI FROM 1 BY 1
               UNTIL WS-IDX-OSI > WS-NB-ORG-SITES
               IF WS-OSI-ORGANISME(WS-IDX-OSI) = WS-OSI-CLE
                   AND WS-OSI-SITE(WS-IDX-OSI) = WS-SITE-EMPLOYE
                   ADD WS-OSI-AJOUT TO WS-OSI-MONTANT(WS-IDX-OSI)
                   MOVE 'O' TO WS-OSI-TROUVE
               END-IF
           END-PERFORM
           IF WS-OSI-TROUVE = 'N' AND WS-NB-ORG-SITES < 200
               ADD 1 TO WS-NB-ORG-SITES
               MOVE WS-OSI-CLE TO WS-OSI-ORGANISME(WS-NB-ORG-SITES)
               MOVE WS-SITE-EMPLOYE TO WS-OSI-SITE(WS-NB-ORG-SITES)
               MOVE WS-OSI-AJOUT TO WS-OSI-MONTANT(WS-NB-ORG-SITES)
           END-IF.

       CUMULER-UN-BULLETIN.
           MOVE SPACES TO WS-CATEG-EMPLOYE
           MOVE SPACES TO WS-SITE-EMPLOYE
           PERFORM VARYING WS-IDX-ECA FROM 1 BY 1
               UNTIL WS-IDX-ECA > WS-NB-EMP-CAT
               IF WS-ECA-EMP-ID(WS-IDX-ECA) = BDATA-EMP-ID
                   MOVE WS-ECA-CATEG(WS-IDX-ECA) TO
                       WS-CATEG-EMPLOYE
                   MOVE WS-ECA-SITE(WS-IDX-ECA) TO WS-SITE-EMPLOYE
               END-IF
           END-PERFORM
           IF WS-PLAFOND-MENSUEL = 0
                       COMPUTE WS-MT-PAT ROUNDED = WS-ASSIETTE
                           * WS-CD-TAUX-PAT(WS-IDX-CD)
                       PERFORM CUMULER-ORGANISME
                       MOVE WS-CD-ORGANISME(WS-IDX-CD) TO WS-OSI-CLE
                       COMPUTE WS-OSI-AJOUT = WS-MT-SAL + WS-MT-PAT
                       PERFORM CUMULER-ORG-SITE
                   END-IF
               END-IF
           END-PERFORM.
               MOVE WS-ASSIETTE TO WS-ORG-BASE(WS-NB-ORGANISMES)
               MOVE WS-MT-SAL TO WS-ORG-SAL(WS-NB-ORGANISMES)
               MOVE WS-MT-PAT TO WS-ORG-PAT(WS-NB-ORGANISMES)
               MOVE 0 TO WS-ORG-REDUC(WS-NB-ORGANISMES)
           END-IF.

       CONTROLER-TOTAUX.
           COMPUTE WS-ECART-CONTROLE =
               WS-TOTAL-SAL-ORG - WS-TOTAL-COTIS-RUN.

       CALCULER-ECHEANCES-ORG.
      * Echeance propre a chaque organisme d'apres
      * echeances-organismes.txt : jour ECH-JOUR du mois de la
      * periode decale de ECH-DECALAGE mois ; jour 00 ou organisme
      * absent : jour de paie (WS-ECHEANCE).
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
               UNTIL WS-IDX-ORG > WS-NB-ORGANISMES
               MOVE WS-ECHEANCE TO WS-ORG-ECHEANCE(WS-IDX-ORG)
               PERFORM VARYING WS-IDX-EOR FROM 1 BY 1
                   UNTIL WS-IDX-EOR > WS-NB-ECHEANCES-ORG
                   IF WS-EOR-ORGANISME(WS-IDX-EOR) =
                       WS-ORG-NOM(WS-IDX-ORG)
                       AND WS-EOR-JOUR(WS-IDX-EOR) > 0
                       PERFORM CALCULER-DATE-ECHEANCE
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULER-DATE-ECHEANCE.
           COMPUTE WS-AN-ECHEANCE = WS-PERIODE / 100
           COMPUTE WS-MOIS-ECHEANCE = WS-PERIODE
               - WS-AN-ECHEANCE * 100 + WS-EOR-DECALAGE(WS-IDX-EOR)
           IF WS-MOIS-ECHEANCE > 12
               SUBTRACT 12 FROM WS-MOIS-ECHEANCE
               ADD 1 TO WS-AN-ECHEANCE
           END-IF
           MOVE WS-EOR-JOUR(WS-IDX-EOR) TO WS-JOUR-ECHEANCE
           IF WS-JOUR-ECHEANCE > 28
               MOVE 28 TO WS-JOUR-ECHEANCE
           END-IF
           COMPUTE WS-ORG-ECHEANCE(WS-IDX-ORG) =
               WS-AN-ECHEANCE * 10000 + WS-MOIS-ECHEANCE * 100
               + WS-JOUR-ECHEANCE.

       ECRIRE-BORDEREAUX.
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
               UNTIL WS-IDX-ORG > WS-NB-ORGANISMES
               DELIMITED SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'ECHEANCE : ' WS-ORG-ECHEANCE(WS-IDX-ORG)
               DELIMITED SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE WS-ORG-BASE(WS-IDX-ORG) TO WS-AFF-MONTANT
           STRING 'PART PATRONALE    : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           IF WS-ORG-REDUC(WS-IDX-ORG) NOT = 0
               COMPUTE WS-AFF-ECART = 0 - WS-ORG-REDUC(WS-IDX-ORG)
               MOVE SPACES TO LIGNE-BORDEREAU
               STRING 'REDUCTION GENERALE: ' WS-AFF-ECART
                   DELIMITED SIZE INTO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
           END-IF
           COMPUTE WS-AFF-MONTANT = WS-ORG-SAL(WS-IDX-ORG)
               + WS-ORG-PAT(WS-IDX-ORG) - WS-ORG-REDUC(WS-IDX-ORG)
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'TOTAL A PAYER     : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-BORDEREAU
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
               UNTIL WS-IDX-ORG > WS-NB-ORGANISMES
               COMPUTE WS-MONTANT-CSV = WS-ORG-SAL(WS-IDX-ORG)
                   + WS-ORG-PAT(WS-IDX-ORG) - WS-ORG-REDUC(WS-IDX-ORG)
               MOVE SPACES TO LIGNE-VIREMENT
               STRING '00000,ORGANISME:'
                   FUNCTION TRIM(WS-ORG-NOM(WS-IDX-ORG)) ','
               WRITE LIGNE-VIREMENT
           END-PERFORM
           CLOSE FICHIER-VIREMENTS.

       ECRIRE-ECHEANCIER.
      * Les lignes des autres periodes sont conservees ; celles de
      * la periode sont remplacees par la ventilation du jour, pour
      * qu'une reemission des bordereaux ne double pas l'echeancier.
           OPEN INPUT FICHIER-ECHEANCIER
           IF WS-STATUT-ECHEANCIER = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ECHEANCIER
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ECO-PERIODE NOT = WS-PERIODE
                               AND WS-NB-ECHEANCIER < 2000
                               ADD 1 TO WS-NB-ECHEANCIER
                               MOVE ECHEANCE-COTISATION-RECORD TO
                                   WS-ECO-LIGNE(WS-NB-ECHEANCIER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
               MOVE 'N' TO WS-FIN
           END-IF
           OPEN OUTPUT FICHIER-ECHEANCIER
           IF WS-STATUT-ECHEANCIER NOT = '00'
               DISPLAY 'ERREUR : ouverture echeances-cotisations.txt '
                   'impossible (statut ' WS-STATUT-ECHEANCIER ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-ECO FROM 1 BY 1
               UNTIL WS-IDX-ECO > WS-NB-ECHEANCIER
               MOVE WS-ECO-LIGNE(WS-IDX-ECO) TO
                   ECHEANCE-COTISATION-RECORD
               WRITE ECHEANCE-COTISATION-RECORD
           END-PERFORM
           PERFORM VARYING WS-IDX-OSI FROM 1 BY 1
               UNTIL WS-IDX-OSI > WS-NB-ORG-SITES
               MOVE WS-PERIODE TO ECO-PERIODE
               MOVE WS-OSI-ORGANISME(WS-IDX-OSI) TO ECO-ORGANISME
               MOVE WS-OSI-SITE(WS-IDX-OSI) TO ECO-SITE
               MOVE WS-ECHEANCE TO ECO-ECHEANCE
               PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
                   UNTIL WS-IDX-ORG > WS-NB-ORGANISMES
                   IF WS-ORG-NOM(WS-IDX-ORG) = ECO-ORGANISME
                       MOVE WS-ORG-ECHEANCE(WS-IDX-ORG) TO
                           ECO-ECHEANCE
                   END-IF
               END-PERFORM
               MOVE WS-OSI-MONTANT(WS-IDX-OSI) TO ECO-MONTANT
               WRITE ECHEANCE-COTISATION-RECORD
           END-PERFORM
           CLOSE FICHIER-ECHEANCIER.
