       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-110-COMMISSIONS.
      * US-110 : Calcul des commissions des commerciaux (avance
      *          mensuelle par tranches, regularisation trimestrielle,
      *          reprise sur ventes annulees) et alimentation de
      *          primes.txt pour le run de paie
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-VENTES
               ASSIGN TO WS-CHEMIN-VENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VENTES.
           SELECT FICHIER-PLANS
               ASSIGN TO WS-CHEMIN-PLANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PLANS.
           SELECT FICHIER-COMMISSIONNES
               ASSIGN TO WS-CHEMIN-COMMISSIONNES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMMISSIONNES.
           SELECT FICHIER-JOURNAL
               ASSIGN TO WS-CHEMIN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-PRIMES
               ASSIGN TO WS-CHEMIN-PRIMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRIMES.
           SELECT FICHIER-RELEVE
               ASSIGN TO WS-CHEMIN-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-VENTES.
           COPY '../../../copybooks/vente.cpy'.

        FD FICHIER-PLANS.
           COPY '../../../copybooks/plan-commission.cpy'.

        FD FICHIER-COMMISSIONNES.
           COPY '../../../copybooks/commissionne.cpy'.

        FD FICHIER-JOURNAL.
           COPY '../../../copybooks/journal-commission.cpy'.

        FD FICHIER-PRIMES.
           COPY '../../../copybooks/prime.cpy'.

        FD FICHIER-RELEVE.
        01 LIGNE-RELEVE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-VENTES    PIC XX.
        01 WS-STATUT-PLANS     PIC XX.
        01 WS-STATUT-COMMISSIONNES PIC XX.
        01 WS-STATUT-JOURNAL   PIC XX.
        01 WS-STATUT-PRIMES    PIC XX.

        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE.
            05 WS-PER-AAAA      PIC 9(4).
            05 WS-PER-MM        PIC 9(2).
        01 WS-DEBUT-PERIODE    PIC 9(8)  VALUE 0.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * Trimestre : debut et fin (AAAAMM) du trimestre a regulariser
      * ou du trimestre d'origine d'une vente reprise.
        01 WS-TRIM-DEBUT       PIC 9(6)  VALUE 0.
        01 WS-TRIM-FIN         PIC 9(6)  VALUE 0.
        01 WS-TRIM-FIN-R REDEFINES WS-TRIM-FIN.
            05 WS-TRF-AAAA      PIC 9(4).
            05 WS-TRF-MM        PIC 9(2).
        01 WS-TRIM-NUMERO      PIC 9     VALUE 0.
        01 WS-FIN-TRIMESTRE    PIC X     VALUE 'N'.

        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 5000 TIMES.
                10 WS-EMP-ID-T      PIC 9(5).
                10 WS-EMP-NOM-T     PIC X(20).
                10 WS-EMP-PRENOM-T  PIC X(20).
                10 WS-EMP-SORTIE-T  PIC 9(8).
        01 WS-NB-EMPLOYES      PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.
        01 WS-EMP-CONNU        PIC X     VALUE 'N'.
        01 WS-NOM-EMPLOYE      PIC X(20) VALUE SPACES.
        01 WS-PRENOM-EMPLOYE   PIC X(20) VALUE SPACES.
        01 WS-SORTIE-EMPLOYE   PIC 9(8)  VALUE 0.

      * Tranches des plans, triees par plan puis seuil croissant au
      * chargement : la borne haute d'une tranche est le seuil de la
      * ligne suivante du meme plan.
        01 WS-TAB-PLANS.
            05 WS-PLN OCCURS 300 TIMES.
                10 WS-PLN-PLAN      PIC X(6).
                10 WS-PLN-SEUIL     PIC 9(7)V9(2).
                10 WS-PLN-TAUX      PIC 9(2)V9(3).
        01 WS-NB-PLANS         PIC 9(3)  VALUE 0.
        01 WS-IDX-PLN          PIC 9(3)  VALUE 0.
        01 WS-IDX-PLN2         PIC 9(3)  VALUE 0.

        01 WS-TAB-COMMISSIONNES.
            05 WS-CMS OCCURS 1000 TIMES.
                10 WS-CMS-EMP-ID    PIC 9(5).
                10 WS-CMS-PLAN      PIC X(6).
                10 WS-CMS-DEBUT     PIC 9(6).
                10 WS-CMS-FIN       PIC 9(6).
        01 WS-NB-COMMISSIONNES PIC 9(4)  VALUE 0.
        01 WS-IDX-CMS          PIC 9(4)  VALUE 0.
        01 WS-IDX-CMS2         PIC 9(4)  VALUE 0.
        01 WS-DEJA-VU          PIC X     VALUE 'N'.

        01 WS-TAB-VENTES.
            05 WS-VTE OCCURS 20000 TIMES.
                10 WS-VTE-EMP-ID    PIC 9(5).
                10 WS-VTE-PERIODE   PIC 9(6).
                10 WS-VTE-REF       PIC X(12).
                10 WS-VTE-MONTANT   PIC 9(7)V9(2).
                10 WS-VTE-STATUT    PIC X(10).
                10 WS-VTE-ANNUL     PIC 9(6).
        01 WS-NB-VENTES        PIC 9(5)  VALUE 0.
        01 WS-IDX-VTE          PIC 9(5)  VALUE 0.

      * Journal complet en memoire, complete au fil du calcul :
      * la regularisation du trimestre relit les reprises du run.
        01 WS-TAB-JOURNAL.
            05 WS-JCM OCCURS 20000 TIMES.
                10 WS-JCM-EMP-ID    PIC 9(5).
                10 WS-JCM-PERIODE   PIC 9(6).
                10 WS-JCM-NATURE    PIC X(8).
                10 WS-JCM-REF       PIC X(12).
                10 WS-JCM-ORIGINE   PIC 9(6).
                10 WS-JCM-BASE      PIC 9(9)V9(2).
                10 WS-JCM-MONTANT   PIC S9(7)V9(2).
        01 WS-NB-JOURNAL       PIC 9(5)  VALUE 0.
        01 WS-IDX-JCM          PIC 9(5)  VALUE 0.

      * Commercial en cours de calcul.
        01 WS-EMP-COURANT      PIC 9(5)  VALUE 0.
        01 WS-PLAN-COURANT     PIC X(6)  VALUE SPACES.
        01 WS-PLAN-CONNU       PIC X     VALUE 'N'.
        01 WS-DEJA-CALCULE     PIC X     VALUE 'N'.
        01 WS-NB-REPRISES-DUES PIC 9(4)  VALUE 0.
        01 WS-DERNIERE-PERIODE PIC 9(6)  VALUE 0.
        01 WS-REPORT-PRECEDENT PIC S9(7)V9(2) VALUE 0.
        01 WS-NET              PIC S9(7)V9(2) VALUE 0.

      * Calcul par tranches : assiette, diviseur des seuils (3 pour
      * l'avance mensuelle, 1 pour le trimestre) et commission.
        01 WS-CALC-BASE        PIC 9(9)V9(2) VALUE 0.
        01 WS-CALC-DIVISEUR    PIC 9     VALUE 1.
        01 WS-CALC-COMMISSION  PIC 9(7)V9(2) VALUE 0.
        01 WS-TR-BAS           PIC 9(9)V9(2) VALUE 0.
        01 WS-TR-HAUT          PIC 9(9)V9(2) VALUE 0.
        01 WS-TR-BORNEE        PIC X     VALUE 'N'.
        01 WS-TR-ASSIETTE      PIC 9(9)V9(2) VALUE 0.
        01 WS-TR-MONTANT       PIC 9(7)V9(2) VALUE 0.

        01 WS-CA-MOIS          PIC 9(9)V9(2) VALUE 0.
        01 WS-CA-TRIMESTRE     PIC 9(9)V9(2) VALUE 0.
        01 WS-AVANCE           PIC 9(7)V9(2) VALUE 0.
        01 WS-DU-TRIMESTRE     PIC S9(7)V9(2) VALUE 0.
        01 WS-VERSE-TRIMESTRE  PIC S9(7)V9(2) VALUE 0.
        01 WS-REGUL            PIC S9(7)V9(2) VALUE 0.
        01 WS-REPRISE          PIC 9(7)V9(2) VALUE 0.
        01 WS-TAUX-EFFECTIF    PIC 9V9(6) VALUE 0.
        01 WS-TAUX-TROUVE      PIC X     VALUE 'N'.
        01 WS-BASE-ORIGINE     PIC 9(9)V9(2) VALUE 0.
        01 WS-VERSE-ORIGINE    PIC S9(7)V9(2) VALUE 0.
        01 WS-REPRISE-FAITE    PIC X     VALUE 'N'.

      * Ligne de journal a ecrire (fichier et table).
        01 WS-JNL-NATURE       PIC X(8)  VALUE SPACES.
        01 WS-JNL-REF          PIC X(12) VALUE SPACES.
        01 WS-JNL-ORIGINE      PIC 9(6)  VALUE 0.
        01 WS-JNL-BASE         PIC 9(9)V9(2) VALUE 0.
        01 WS-JNL-MONTANT      PIC S9(7)V9(2) VALUE 0.

      * Montant maximal d'une ligne de primes.txt.
        01 WS-PRIME-MAX        PIC 9(5)V9(2) VALUE 99999.99.

        01 WS-NB-TRAITES       PIC 9(4)  VALUE 0.
        01 WS-NB-PRIMES-GEN    PIC 9(4)  VALUE 0.
        01 WS-NB-REPORTS       PIC 9(4)  VALUE 0.
        01 WS-NB-DEJA          PIC 9(4)  VALUE 0.
        01 WS-NB-ANOMALIES     PIC 9(4)  VALUE 0.
        01 WS-TOTAL-PRIMES     PIC 9(9)V9(2) VALUE 0.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZ9.
        01 WS-AFF-MT           PIC -(7)9.99.
        01 WS-AFF-MT2          PIC -(7)9.99.
        01 WS-AFF-MT3          PIC -(7)9.99.
        01 WS-AFF-TAUX         PIC Z9.999.
        01 WS-AFF-TAUX-EFF     PIC ZZ9.999.
        01 WS-AFF-TOTAL        PIC Z(8)9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VENTES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PLANS     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-COMMISSIONNES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PRIMES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELEVE    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-PERIODE
           PERFORM DEFINIR-CHEMINS
           PERFORM CHARGER-COMMISSIONNES
           IF WS-NB-COMMISSIONNES = 0
               DISPLAY 'Aucun commercial commissionne '
                   '(commissionnes.txt) : rien a calculer.'
               GOBACK
           END-IF
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-PLANS
           PERFORM CHARGER-VENTES
           PERFORM CHARGER-JOURNAL

           OPEN OUTPUT FICHIER-RELEVE
           PERFORM ECRIRE-ENTETE-RELEVE
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL NOT = '00'
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF
           OPEN EXTEND FICHIER-PRIMES
           IF WS-STATUT-PRIMES NOT = '00'
               OPEN OUTPUT FICHIER-PRIMES
           END-IF
      * Un commercial affecte plusieurs fois (changement de plan)
      * n'est calcule qu'une fois, a sa premiere ligne.
           PERFORM VARYING WS-IDX-CMS FROM 1 BY 1
               UNTIL WS-IDX-CMS > WS-NB-COMMISSIONNES
               MOVE 'N' TO WS-DEJA-VU
               PERFORM VARYING WS-IDX-CMS2 FROM 1 BY 1
                   UNTIL WS-IDX-CMS2 >= WS-IDX-CMS
                   IF WS-CMS-EMP-ID(WS-IDX-CMS2) =
                       WS-CMS-EMP-ID(WS-IDX-CMS)
                       MOVE 'O' TO WS-DEJA-VU
                   END-IF
               END-PERFORM
               IF WS-DEJA-VU = 'N'
                   MOVE WS-CMS-EMP-ID(WS-IDX-CMS) TO WS-EMP-COURANT
                   PERFORM TRAITER-COMMISSIONNE
               END-IF
           END-PERFORM
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-PRIMES
           CLOSE FICHIER-JOURNAL
           CLOSE FICHIER-RELEVE

           DISPLAY 'Commissions ' WS-PERIODE ' : ' WS-NB-TRAITES
               ' commerciaux calcules, ' WS-NB-PRIMES-GEN
               ' primes COMMISSION generees'
           DISPLAY 'Soldes debiteurs reportes : ' WS-NB-REPORTS
           DISPLAY 'Deja calcules (ignores)   : ' WS-NB-DEJA
           DISPLAY 'Anomalies                 : ' WS-NB-ANOMALIES
           DISPLAY 'Releve : releve-commissions-' WS-PERIODE '.txt'
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SAISIR-PERIODE.
           DISPLAY 'Periode de paie (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               IF WS-SAISIE-PERIODE NUMERIC
                   MOVE WS-SAISIE-PERIODE TO WS-PERIODE
               ELSE
                   MOVE 0 TO WS-PERIODE
               END-IF
           END-IF
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY 'ERREUR : periode invalide ' WS-SAISIE-PERIODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1
      * Fin de trimestre : mars, juin, septembre, decembre.
           IF WS-PER-MM = 3 OR WS-PER-MM = 6 OR WS-PER-MM = 9
               OR WS-PER-MM = 12
               MOVE 'O' TO WS-FIN-TRIMESTRE
           ELSE
               MOVE 'N' TO WS-FIN-TRIMESTRE
           END-IF.

       DEFINIR-CHEMINS.
      * Repertoire partage optionnel (lecteur reseau) pour deporter
      * tous les fichiers de ce programme hors de l'arborescence
      * PI-1/PI-2 ; sans GESTPAIE_RACINE, chaque fichier garde son
      * chemin relatif habituel.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../ventes.txt' TO WS-CHEMIN-VENTES
               MOVE '../plans-commission.txt' TO WS-CHEMIN-PLANS
               MOVE '../commissionnes.txt' TO WS-CHEMIN-COMMISSIONNES
               MOVE '../journal-commissions.txt' TO
                   WS-CHEMIN-JOURNAL
               MOVE '../primes.txt' TO WS-CHEMIN-PRIMES
               STRING '../releve-commissions-' WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELEVE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/ventes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VENTES
               STRING FUNCTION TRIM(WS-RACINE) '/plans-commission.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PLANS
               STRING FUNCTION TRIM(WS-RACINE) '/commissionnes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-COMMISSIONNES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/journal-commissions.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE) '/primes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PRIMES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/releve-commissions-' WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELEVE
           END-IF.

       CHARGER-COMMISSIONNES.
      * Fichier optionnel : sans commercial affecte a un plan, le
      * programme n'a rien a faire.
           MOVE 0 TO WS-NB-COMMISSIONNES
           OPEN INPUT FICHIER-COMMISSIONNES
           IF WS-STATUT-COMMISSIONNES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-COMMISSIONNES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CMS-EMP-ID NUMERIC
                               AND CMS-DEBUT NUMERIC
                               AND CMS-FIN NUMERIC
                               AND WS-NB-COMMISSIONNES < 1000
                               ADD 1 TO WS-NB-COMMISSIONNES
                               MOVE CMS-EMP-ID TO
                                 WS-CMS-EMP-ID(WS-NB-COMMISSIONNES)
                               MOVE CMS-PLAN TO
                                 WS-CMS-PLAN(WS-NB-COMMISSIONNES)
                               MOVE CMS-DEBUT TO
                                 WS-CMS-DEBUT(WS-NB-COMMISSIONNES)
                               MOVE CMS-FIN TO
                                 WS-CMS-FIN(WS-NB-COMMISSIONNES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMMISSIONNES
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-EMPLOYES.
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
                       IF WS-NB-EMPLOYES < 5000
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-ID TO WS-EMP-ID-T(WS-NB-EMPLOYES)
                           MOVE EMP-NOM TO
                               WS-EMP-NOM-T(WS-NB-EMPLOYES)
                           MOVE EMP-PRENOM TO
                               WS-EMP-PRENOM-T(WS-NB-EMPLOYES)
                           MOVE EMP-DATE-SORTIE TO
                               WS-EMP-SORTIE-T(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHARGER-PLANS.
      * Tranches rangees par plan puis seuil croissant (insertion),
      * quel que soit l'ordre de saisie du fichier.
           MOVE 0 TO WS-NB-PLANS
           OPEN INPUT FICHIER-PLANS
           IF WS-STATUT-PLANS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-PLANS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF PLC-SEUIL NUMERIC AND PLC-TAUX NUMERIC
                               AND PLC-PLAN NOT = SPACES
                               AND WS-NB-PLANS < 300
                               PERFORM RANGER-TRANCHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLANS
               MOVE 'N' TO WS-FIN
           END-IF.

       RANGER-TRANCHE.
           MOVE WS-NB-PLANS TO WS-IDX-PLN
           PERFORM UNTIL WS-IDX-PLN = 0
               OR WS-PLN-PLAN(WS-IDX-PLN) < PLC-PLAN
               OR (WS-PLN-PLAN(WS-IDX-PLN) = PLC-PLAN
                   AND WS-PLN-SEUIL(WS-IDX-PLN) <= PLC-SEUIL)
               MOVE WS-PLN(WS-IDX-PLN) TO WS-PLN(WS-IDX-PLN + 1)
               SUBTRACT 1 FROM WS-IDX-PLN
           END-PERFORM
           ADD 1 TO WS-IDX-PLN
           MOVE PLC-PLAN TO WS-PLN-PLAN(WS-IDX-PLN)
           MOVE PLC-SEUIL TO WS-PLN-SEUIL(WS-IDX-PLN)
           MOVE PLC-TAUX TO WS-PLN-TAUX(WS-IDX-PLN)
           ADD 1 TO WS-NB-PLANS.

       CHARGER-VENTES.
      * Fichier optionnel : sans ventes, les avances sont nulles mais
      * les reprises et reports en cours restent traites.
           MOVE 0 TO WS-NB-VENTES
           OPEN INPUT FICHIER-VENTES
           IF WS-STATUT-VENTES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-VENTES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF VTE-EMP-ID NUMERIC
                               AND VTE-PERIODE NUMERIC
                               AND VTE-MONTANT NUMERIC
                               AND WS-NB-VENTES < 20000
                               ADD 1 TO WS-NB-VENTES
                               MOVE VTE-EMP-ID TO
                                   WS-VTE-EMP-ID(WS-NB-VENTES)
                               MOVE VTE-PERIODE TO
                                   WS-VTE-PERIODE(WS-NB-VENTES)
                               MOVE VTE-REFERENCE TO
                                   WS-VTE-REF(WS-NB-VENTES)
                               MOVE VTE-MONTANT TO
                                   WS-VTE-MONTANT(WS-NB-VENTES)
                               MOVE VTE-STATUT TO
                                   WS-VTE-STATUT(WS-NB-VENTES)
                               IF VTE-PERIODE-ANNUL NUMERIC
                                   MOVE VTE-PERIODE-ANNUL TO
                                       WS-VTE-ANNUL(WS-NB-VENTES)
                               ELSE
                                   MOVE 0 TO
                                       WS-VTE-ANNUL(WS-NB-VENTES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VENTES
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-JOURNAL.
           MOVE 0 TO WS-NB-JOURNAL
           OPEN INPUT FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-JOURNAL
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-JOURNAL < 20000
                               ADD 1 TO WS-NB-JOURNAL
                               MOVE JCM-EMP-ID TO
                                   WS-JCM-EMP-ID(WS-NB-JOURNAL)
                               MOVE JCM-PERIODE TO
                                   WS-JCM-PERIODE(WS-NB-JOURNAL)
                               MOVE JCM-NATURE TO
                                   WS-JCM-NATURE(WS-NB-JOURNAL)
                               MOVE JCM-REFERENCE TO
                                   WS-JCM-REF(WS-NB-JOURNAL)
                               MOVE JCM-PERIODE-ORIGINE TO
                                   WS-JCM-ORIGINE(WS-NB-JOURNAL)
                               MOVE JCM-BASE TO
                                   WS-JCM-BASE(WS-NB-JOURNAL)
                               MOVE JCM-MONTANT TO
                                   WS-JCM-MONTANT(WS-NB-JOURNAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
               MOVE 'N' TO WS-FIN
           END-IF.

       ECRIRE-ENTETE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'RELEVE DES COMMISSIONS - PERIODE DE PAIE '
               WS-PERIODE
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'Avance mensuelle : taux du plan par tranche, seuils '
             & 'trimestriels divises par 3.' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'Fin de trimestre : commission due sur le chiffre du '
             & 'trimestre - deja verse.' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'Vente annulee apres son mois : reprise au taux '
             & 'effectivement verse.' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

       TRAITER-COMMISSIONNE.
      * Rien a faire pour un commercial sans plan sur la periode,
      * sans vente annulee a reprendre et sans solde debiteur.
           PERFORM CHERCHER-EMPLOYE
           PERFORM TROUVER-PLAN-ACTIF
           PERFORM VERIFIER-DEJA-CALCULE
           PERFORM TROUVER-REPORT
           PERFORM COMPTER-REPRISES-DUES
           IF WS-PLAN-COURANT = SPACES
               AND WS-NB-REPRISES-DUES = 0
               AND WS-REPORT-PRECEDENT = 0
               CONTINUE
           ELSE
           IF WS-DEJA-CALCULE = 'O'
               ADD 1 TO WS-NB-DEJA
               PERFORM ECRIRE-ENTETE-COMMERCIAL
               MOVE '  Periode deja calculee (journal-commissions.txt)'
                 & ' : ignoree.' TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
           IF WS-EMP-CONNU = 'N'
               ADD 1 TO WS-NB-ANOMALIES
               PERFORM ECRIRE-ENTETE-COMMERCIAL
               MOVE '  ANOMALIE : EMP-ID absent de employes.dat, '
                 & 'aucune commission calculee.' TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
           IF WS-SORTIE-EMPLOYE NOT = 0
               AND WS-SORTIE-EMPLOYE < WS-DEBUT-PERIODE
               ADD 1 TO WS-NB-ANOMALIES
               PERFORM ECRIRE-ENTETE-COMMERCIAL
               MOVE SPACES TO LIGNE-RELEVE
               STRING '  ANOMALIE : sorti le ' WS-SORTIE-EMPLOYE
                   ', commissions et reprises a regler hors paie.'
                   DELIMITED SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
               ADD 1 TO WS-NB-TRAITES
               PERFORM ECRIRE-ENTETE-COMMERCIAL
               MOVE 0 TO WS-NET
               PERFORM TRAITER-REPRISES
               IF WS-PLAN-COURANT NOT = SPACES
                   PERFORM VERIFIER-PLAN
                   IF WS-PLAN-CONNU = 'N'
                       ADD 1 TO WS-NB-ANOMALIES
                       MOVE SPACES TO LIGNE-RELEVE
                       STRING '  ANOMALIE : plan ' WS-PLAN-COURANT
                           ' absent de plans-commission.txt, pas '
                           'd''avance.'
                           DELIMITED SIZE INTO LIGNE-RELEVE
                       WRITE LIGNE-RELEVE
                   ELSE
                       PERFORM CALCULER-AVANCE
                       IF WS-FIN-TRIMESTRE = 'O'
                           PERFORM CALCULER-REGULARISATION
                       END-IF
                   END-IF
               END-IF
               PERFORM REPRENDRE-REPORT
               PERFORM SOLDER-COMMERCIAL
           END-IF
           END-IF
           END-IF
           END-IF.

       CHERCHER-EMPLOYE.
           MOVE 'N' TO WS-EMP-CONNU
           MOVE SPACES TO WS-NOM-EMPLOYE
           MOVE SPACES TO WS-PRENOM-EMPLOYE
           MOVE 0 TO WS-SORTIE-EMPLOYE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-ID-T(WS-IDX-EMP) = WS-EMP-COURANT
                   MOVE 'O' TO WS-EMP-CONNU
                   MOVE WS-EMP-NOM-T(WS-IDX-EMP) TO WS-NOM-EMPLOYE
                   MOVE WS-EMP-PRENOM-T(WS-IDX-EMP) TO
                       WS-PRENOM-EMPLOYE
                   MOVE WS-EMP-SORTIE-T(WS-IDX-EMP) TO
                       WS-SORTIE-EMPLOYE
               END-IF
           END-PERFORM.

       TROUVER-PLAN-ACTIF.
      * Affectation couvrant la periode ; en cas de recouvrement, la
      * plus recente (debut le plus tardif) l'emporte.
           MOVE SPACES TO WS-PLAN-COURANT
           MOVE 0 TO WS-DERNIERE-PERIODE
           PERFORM VARYING WS-IDX-CMS2 FROM 1 BY 1
               UNTIL WS-IDX-CMS2 > WS-NB-COMMISSIONNES
               IF WS-CMS-EMP-ID(WS-IDX-CMS2) = WS-EMP-COURANT
                   AND WS-CMS-DEBUT(WS-IDX-CMS2) <= WS-PERIODE
                   AND (WS-CMS-FIN(WS-IDX-CMS2) = 0
                       OR WS-CMS-FIN(WS-IDX-CMS2) >= WS-PERIODE)
                   AND WS-CMS-DEBUT(WS-IDX-CMS2) >= WS-DERNIERE-PERIODE
                   MOVE WS-CMS-PLAN(WS-IDX-CMS2) TO WS-PLAN-COURANT
                   MOVE WS-CMS-DEBUT(WS-IDX-CMS2) TO
                       WS-DERNIERE-PERIODE
               END-IF
           END-PERFORM.

       VERIFIER-DEJA-CALCULE.
           MOVE 'N' TO WS-DEJA-CALCULE
           PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
               UNTIL WS-IDX-JCM > WS-NB-JOURNAL
               IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                   AND WS-JCM-PERIODE(WS-IDX-JCM) = WS-PERIODE
                   MOVE 'O' TO WS-DEJA-CALCULE
               END-IF
           END-PERFORM.

       TROUVER-REPORT.
      * Solde debiteur laisse par le dernier calcul anterieur de ce
      * commercial (ligne REPORT de sa periode la plus recente).
           MOVE 0 TO WS-DERNIERE-PERIODE
           MOVE 0 TO WS-REPORT-PRECEDENT
           PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
               UNTIL WS-IDX-JCM > WS-NB-JOURNAL
               IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                   AND WS-JCM-PERIODE(WS-IDX-JCM) < WS-PERIODE
                   AND WS-JCM-PERIODE(WS-IDX-JCM) >
                       WS-DERNIERE-PERIODE
                   MOVE WS-JCM-PERIODE(WS-IDX-JCM) TO
                       WS-DERNIERE-PERIODE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
               UNTIL WS-IDX-JCM > WS-NB-JOURNAL
               IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                   AND WS-JCM-PERIODE(WS-IDX-JCM) =
                       WS-DERNIERE-PERIODE
                   AND WS-JCM-NATURE(WS-IDX-JCM) = 'REPORT'
                   ADD WS-JCM-MONTANT(WS-IDX-JCM) TO
                       WS-REPORT-PRECEDENT
               END-IF
           END-PERFORM.

       COMPTER-REPRISES-DUES.
           MOVE 0 TO WS-NB-REPRISES-DUES
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
               UNTIL WS-IDX-VTE > WS-NB-VENTES
               IF WS-VTE-EMP-ID(WS-IDX-VTE) = WS-EMP-COURANT
                   PERFORM VERIFIER-REPRISE-DUE
                   IF WS-REPRISE-FAITE = 'N'
                       ADD 1 TO WS-NB-REPRISES-DUES
                   END-IF
               END-IF
           END-PERFORM.

       VERIFIER-REPRISE-DUE.
      * Reprise due : vente annulee apres son mois de vente, au plus
      * tard dans la periode de paie, pas encore reprise. Le temoin
      * vaut 'O' quand il n'y a rien a reprendre.
           MOVE 'O' TO WS-REPRISE-FAITE
           IF WS-VTE-STATUT(WS-IDX-VTE) = 'ANNULE'
               AND WS-VTE-ANNUL(WS-IDX-VTE) >
                   WS-VTE-PERIODE(WS-IDX-VTE)
               AND WS-VTE-ANNUL(WS-IDX-VTE) <= WS-PERIODE
               MOVE 'N' TO WS-REPRISE-FAITE
               PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
                   UNTIL WS-IDX-JCM > WS-NB-JOURNAL
                   IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                       AND WS-JCM-NATURE(WS-IDX-JCM) = 'REPRISE'
                       AND WS-JCM-REF(WS-IDX-JCM) =
                           WS-VTE-REF(WS-IDX-VTE)
                       MOVE 'O' TO WS-REPRISE-FAITE
                   END-IF
               END-PERFORM
           END-IF.

       ECRIRE-ENTETE-COMMERCIAL.
           MOVE '----------------------------------------------------'
               TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-EMP-COURANT TO WS-ID-AFF
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'EMP-ID ' WS-ID-AFF ' ' FUNCTION TRIM(WS-NOM-EMPLOYE)
               ' ' FUNCTION TRIM(WS-PRENOM-EMPLOYE)
               ' - plan ' WS-PLAN-COURANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

       VERIFIER-PLAN.
           MOVE 'N' TO WS-PLAN-CONNU
           PERFORM VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-NB-PLANS
               IF WS-PLN-PLAN(WS-IDX-PLN) = WS-PLAN-COURANT
                   MOVE 'O' TO WS-PLAN-CONNU
               END-IF
           END-PERFORM.

       TRAITER-REPRISES.
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
               UNTIL WS-IDX-VTE > WS-NB-VENTES
               IF WS-VTE-EMP-ID(WS-IDX-VTE) = WS-EMP-COURANT
                   PERFORM VERIFIER-REPRISE-DUE
                   IF WS-REPRISE-FAITE = 'N'
                       PERFORM REPRENDRE-VENTE
                   END-IF
               END-IF
           END-PERFORM.

       REPRENDRE-VENTE.
      * Taux effectivement verse sur la vente : celui du trimestre
      * d'origine s'il est deja regularise (commission due / chiffre
      * du trimestre), sinon celui de l'avance du mois d'origine.
      * Vente d'un mois sans commission calculee : rien a reprendre.
           MOVE WS-VTE-PERIODE(WS-IDX-VTE) TO WS-TRIM-FIN
           COMPUTE WS-TRIM-NUMERO = (WS-TRF-MM - 1) / 3 + 1
           COMPUTE WS-TRF-MM = WS-TRIM-NUMERO * 3
           COMPUTE WS-TRIM-DEBUT = WS-TRIM-FIN - 2
           MOVE 'N' TO WS-TAUX-TROUVE
           MOVE 0 TO WS-TAUX-EFFECTIF
           MOVE 0 TO WS-BASE-ORIGINE
           PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
               UNTIL WS-IDX-JCM > WS-NB-JOURNAL
               IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                   AND WS-JCM-NATURE(WS-IDX-JCM) = 'REGUL'
                   AND WS-JCM-ORIGINE(WS-IDX-JCM) = WS-TRIM-FIN
                   MOVE 'O' TO WS-TAUX-TROUVE
                   MOVE WS-JCM-BASE(WS-IDX-JCM) TO WS-BASE-ORIGINE
               END-IF
           END-PERFORM
           IF WS-TAUX-TROUVE = 'O'
      * Commission due du trimestre = avances + reprises anterieures
      * a la regularisation + regularisation.
               MOVE 0 TO WS-VERSE-ORIGINE
               PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
                   UNTIL WS-IDX-JCM > WS-NB-JOURNAL
                   IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                       AND ((WS-JCM-NATURE(WS-IDX-JCM) = 'MENSUEL'
                           AND WS-JCM-PERIODE(WS-IDX-JCM) >=
                               WS-TRIM-DEBUT
                           AND WS-JCM-PERIODE(WS-IDX-JCM) <=
                               WS-TRIM-FIN)
                       OR (WS-JCM-NATURE(WS-IDX-JCM) = 'REPRISE'
                           AND WS-JCM-ORIGINE(WS-IDX-JCM) >=
                               WS-TRIM-DEBUT
                           AND WS-JCM-ORIGINE(WS-IDX-JCM) <=
                               WS-TRIM-FIN
                           AND WS-JCM-PERIODE(WS-IDX-JCM) <=
                               WS-TRIM-FIN)
                       OR (WS-JCM-NATURE(WS-IDX-JCM) = 'REGUL'
                           AND WS-JCM-ORIGINE(WS-IDX-JCM) =
                               WS-TRIM-FIN))
                       ADD WS-JCM-MONTANT(WS-IDX-JCM) TO
                           WS-VERSE-ORIGINE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
                   UNTIL WS-IDX-JCM > WS-NB-JOURNAL
                   IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                       AND WS-JCM-NATURE(WS-IDX-JCM) = 'MENSUEL'
                       AND WS-JCM-PERIODE(WS-IDX-JCM) =
                           WS-VTE-PERIODE(WS-IDX-VTE)
                       MOVE 'O' TO WS-TAUX-TROUVE
                       MOVE WS-JCM-BASE(WS-IDX-JCM) TO
                           WS-BASE-ORIGINE
                       MOVE WS-JCM-MONTANT(WS-IDX-JCM) TO
                           WS-VERSE-ORIGINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TAUX-TROUVE = 'O' AND WS-BASE-ORIGINE > 0
               AND WS-VERSE-ORIGINE > 0
               COMPUTE WS-TAUX-EFFECTIF ROUNDED =
                   WS-VERSE-ORIGINE / WS-BASE-ORIGINE
           END-IF
           COMPUTE WS-REPRISE ROUNDED =
               WS-VTE-MONTANT(WS-IDX-VTE) * WS-TAUX-EFFECTIF
           MOVE WS-VTE-MONTANT(WS-IDX-VTE) TO WS-AFF-MT
           COMPUTE WS-AFF-TAUX-EFF = WS-TAUX-EFFECTIF * 100
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  Vente ' WS-VTE-REF(WS-IDX-VTE) ' de '
               WS-VTE-PERIODE(WS-IDX-VTE) ' annulee en '
               WS-VTE-ANNUL(WS-IDX-VTE) ' :' WS-AFF-MT ' x '
               WS-AFF-TAUX-EFF ' %'
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
      * La ligne de journal est ecrite meme a zero pour que la vente
      * ne soit plus representee.
           MOVE 'REPRISE' TO WS-JNL-NATURE
           MOVE WS-VTE-REF(WS-IDX-VTE) TO WS-JNL-REF
           MOVE WS-VTE-PERIODE(WS-IDX-VTE) TO WS-JNL-ORIGINE
           MOVE WS-VTE-MONTANT(WS-IDX-VTE) TO WS-JNL-BASE
           COMPUTE WS-JNL-MONTANT = 0 - WS-REPRISE
           PERFORM ECRIRE-JOURNAL
           SUBTRACT WS-REPRISE FROM WS-NET
           MOVE WS-JNL-MONTANT TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    Reprise sur vente annulee                    '
               '=' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

       CALCULER-AVANCE.
      * Chiffre du mois : ventes de la periode non annulees, ou
      * annulees seulement dans un mois posterieur (elles seront
      * alors reprises).
           MOVE 0 TO WS-CA-MOIS
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
               UNTIL WS-IDX-VTE > WS-NB-VENTES
               IF WS-VTE-EMP-ID(WS-IDX-VTE) = WS-EMP-COURANT
                   AND WS-VTE-PERIODE(WS-IDX-VTE) = WS-PERIODE
                   AND (WS-VTE-STATUT(WS-IDX-VTE) NOT = 'ANNULE'
                       OR WS-VTE-ANNUL(WS-IDX-VTE) > WS-PERIODE)
                   ADD WS-VTE-MONTANT(WS-IDX-VTE) TO WS-CA-MOIS
               END-IF
           END-PERFORM
           MOVE WS-CA-MOIS TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  Avance mensuelle - chiffre du mois ' WS-PERIODE
               ' :' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-CA-MOIS TO WS-CALC-BASE
           MOVE 3 TO WS-CALC-DIVISEUR
           PERFORM CALCULER-TRANCHES
           MOVE WS-CALC-COMMISSION TO WS-AVANCE
           MOVE 'MENSUEL' TO WS-JNL-NATURE
           MOVE SPACES TO WS-JNL-REF
           MOVE WS-PERIODE TO WS-JNL-ORIGINE
           MOVE WS-CA-MOIS TO WS-JNL-BASE
           MOVE WS-AVANCE TO WS-JNL-MONTANT
           PERFORM ECRIRE-JOURNAL
           ADD WS-AVANCE TO WS-NET
           MOVE WS-AVANCE TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    Avance du mois                               '
               '=' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

       CALCULER-REGULARISATION.
      * Commission due sur le chiffre du trimestre (seuils pleins)
      * moins ce qui a deja ete verse sur ce trimestre : avances des
      * trois mois, reprises des ventes du trimestre (celles du run
      * comprises).
           COMPUTE WS-TRIM-DEBUT = WS-PERIODE - 2
           MOVE WS-PERIODE TO WS-TRIM-FIN
           MOVE 0 TO WS-CA-TRIMESTRE
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
               UNTIL WS-IDX-VTE > WS-NB-VENTES
               IF WS-VTE-EMP-ID(WS-IDX-VTE) = WS-EMP-COURANT
                   AND WS-VTE-PERIODE(WS-IDX-VTE) >= WS-TRIM-DEBUT
                   AND WS-VTE-PERIODE(WS-IDX-VTE) <= WS-TRIM-FIN
                   AND (WS-VTE-STATUT(WS-IDX-VTE) NOT = 'ANNULE'
                       OR WS-VTE-ANNUL(WS-IDX-VTE) > WS-PERIODE)
                   ADD WS-VTE-MONTANT(WS-IDX-VTE) TO WS-CA-TRIMESTRE
               END-IF
           END-PERFORM
           MOVE WS-CA-TRIMESTRE TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  Regularisation trimestre ' WS-TRIM-DEBUT '-'
               WS-TRIM-FIN ' - chiffre du trimestre :' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-CA-TRIMESTRE TO WS-CALC-BASE
           MOVE 1 TO WS-CALC-DIVISEUR
           PERFORM CALCULER-TRANCHES
           MOVE WS-CALC-COMMISSION TO WS-DU-TRIMESTRE
           MOVE 0 TO WS-VERSE-TRIMESTRE
           PERFORM VARYING WS-IDX-JCM FROM 1 BY 1
               UNTIL WS-IDX-JCM > WS-NB-JOURNAL
               IF WS-JCM-EMP-ID(WS-IDX-JCM) = WS-EMP-COURANT
                   AND ((WS-JCM-NATURE(WS-IDX-JCM) = 'MENSUEL'
                       AND WS-JCM-PERIODE(WS-IDX-JCM) >=
                           WS-TRIM-DEBUT
                       AND WS-JCM-PERIODE(WS-IDX-JCM) <=
                           WS-TRIM-FIN)
                   OR (WS-JCM-NATURE(WS-IDX-JCM) = 'REPRISE'
                       AND WS-JCM-ORIGINE(WS-IDX-JCM) >=
                           WS-TRIM-DEBUT
                       AND WS-JCM-ORIGINE(WS-IDX-JCM) <=
                           WS-TRIM-FIN))
                   ADD WS-JCM-MONTANT(WS-IDX-JCM) TO
                       WS-VERSE-TRIMESTRE
               END-IF
           END-PERFORM
           COMPUTE WS-REGUL = WS-DU-TRIMESTRE - WS-VERSE-TRIMESTRE
           MOVE 'REGUL' TO WS-JNL-NATURE
           MOVE SPACES TO WS-JNL-REF
           MOVE WS-TRIM-FIN TO WS-JNL-ORIGINE
           MOVE WS-CA-TRIMESTRE TO WS-JNL-BASE
           MOVE WS-REGUL TO WS-JNL-MONTANT
           PERFORM ECRIRE-JOURNAL
           ADD WS-REGUL TO WS-NET
           MOVE WS-DU-TRIMESTRE TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    Commission due sur le trimestre              '
               '=' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-VERSE-TRIMESTRE TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    Deja verse (avances - reprises)              '
               '=' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-REGUL TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    Regularisation du trimestre                  '
               '=' WS-AFF-MT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

       CALCULER-TRANCHES.
      * Taux marginal par tranche : chaque taux s'applique a la part
      * de l'assiette comprise entre son seuil et le seuil suivant du
      * plan ; une ligne de detail par tranche entamee.
           MOVE 0 TO WS-CALC-COMMISSION
           PERFORM VARYING WS-IDX-PLN FROM 1 BY 1
               UNTIL WS-IDX-PLN > WS-NB-PLANS
               IF WS-PLN-PLAN(WS-IDX-PLN) = WS-PLAN-COURANT
                   COMPUTE WS-TR-BAS ROUNDED =
                       WS-PLN-SEUIL(WS-IDX-PLN) / WS-CALC-DIVISEUR
                   MOVE 'N' TO WS-TR-BORNEE
                   IF WS-IDX-PLN < WS-NB-PLANS
                       IF WS-PLN-PLAN(WS-IDX-PLN + 1) =
                           WS-PLAN-COURANT
                           MOVE 'O' TO WS-TR-BORNEE
                           COMPUTE WS-TR-HAUT ROUNDED =
                               WS-PLN-SEUIL(WS-IDX-PLN + 1)
                               / WS-CALC-DIVISEUR
                       END-IF
                   END-IF
                   IF WS-CALC-BASE > WS-TR-BAS
                       IF WS-TR-BORNEE = 'O'
                           AND WS-CALC-BASE > WS-TR-HAUT
                           COMPUTE WS-TR-ASSIETTE =
                               WS-TR-HAUT - WS-TR-BAS
                       ELSE
                           COMPUTE WS-TR-ASSIETTE =
                               WS-CALC-BASE - WS-TR-BAS
                       END-IF
                       COMPUTE WS-TR-MONTANT ROUNDED =
                           WS-TR-ASSIETTE * WS-PLN-TAUX(WS-IDX-PLN)
                           / 100
                       ADD WS-TR-MONTANT TO WS-CALC-COMMISSION
                       PERFORM ECRIRE-LIGNE-TRANCHE
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-TRANCHE.
           MOVE WS-TR-BAS TO WS-AFF-MT
           MOVE WS-TR-ASSIETTE TO WS-AFF-MT2
           MOVE WS-PLN-TAUX(WS-IDX-PLN) TO WS-AFF-TAUX
           MOVE WS-TR-MONTANT TO WS-AFF-MT3
           MOVE SPACES TO LIGNE-RELEVE
           IF WS-TR-BORNEE = 'O'
               STRING '    Tranche des' WS-AFF-MT ' :' WS-AFF-MT2
                   ' x ' WS-AFF-TAUX ' %  ='  WS-AFF-MT3
                   DELIMITED SIZE INTO LIGNE-RELEVE
           ELSE
               STRING '    Au-dela de ' WS-AFF-MT ' :' WS-AFF-MT2
                   ' x ' WS-AFF-TAUX ' %  ='  WS-AFF-MT3
                   DELIMITED SIZE INTO LIGNE-RELEVE
           END-IF
           WRITE LIGNE-RELEVE.

       REPRENDRE-REPORT.
           IF WS-REPORT-PRECEDENT NOT = 0
               ADD WS-REPORT-PRECEDENT TO WS-NET
               MOVE WS-REPORT-PRECEDENT TO WS-AFF-MT
               MOVE SPACES TO LIGNE-RELEVE
               STRING '  Solde debiteur reporte de '
                   WS-DERNIERE-PERIODE '                 ='
                   WS-AFF-MT
                   DELIMITED SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

       SOLDER-COMMERCIAL.
      * Net positif : prime COMMISSION soumise sur la paie de la
      * periode. Net negatif : rien n'est verse, le solde debiteur
      * est reporte et impute sur les commissions suivantes.
           MOVE WS-NET TO WS-AFF-MT
           MOVE SPACES TO LIGNE-RELEVE
           IF WS-NET > WS-PRIME-MAX
               ADD 1 TO WS-NB-ANOMALIES
               STRING '  ANOMALIE : net' WS-AFF-MT
                   ' superieur au maximum d''une prime, a saisir '
                   'manuellement.'
                   DELIMITED SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
           IF WS-NET > 0
               MOVE WS-EMP-COURANT TO PRIME-EMP-ID
               MOVE WS-PERIODE TO PRIME-PERIODE
               MOVE 'COMMISSION' TO PRIME-LIBELLE
               MOVE WS-NET TO PRIME-MONTANT
               MOVE 'O' TO PRIME-SOUMISE
               WRITE PRIME-RECORD
               ADD 1 TO WS-NB-PRIMES-GEN
               ADD WS-NET TO WS-TOTAL-PRIMES
               STRING '  NET A PAYER (prime COMMISSION soumise)       '
                   '  =' WS-AFF-MT
                   DELIMITED SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
           IF WS-NET < 0
               MOVE 'REPORT' TO WS-JNL-NATURE
               MOVE SPACES TO WS-JNL-REF
               MOVE WS-PERIODE TO WS-JNL-ORIGINE
               MOVE 0 TO WS-JNL-BASE
               MOVE WS-NET TO WS-JNL-MONTANT
               PERFORM ECRIRE-JOURNAL
               ADD 1 TO WS-NB-REPORTS
               STRING '  SOLDE DEBITEUR reporte sur la paie suivante  '
                   '  =' WS-AFF-MT
                   DELIMITED SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
               MOVE '  Rien a verser sur la periode.' TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF
           END-IF
           END-IF.

       ECRIRE-JOURNAL.
           MOVE WS-EMP-COURANT TO JCM-EMP-ID
           MOVE WS-PERIODE TO JCM-PERIODE
           MOVE WS-JNL-NATURE TO JCM-NATURE
           MOVE WS-JNL-REF TO JCM-REFERENCE
           MOVE WS-JNL-ORIGINE TO JCM-PERIODE-ORIGINE
           MOVE WS-JNL-BASE TO JCM-BASE
           MOVE WS-JNL-MONTANT TO JCM-MONTANT
           WRITE JOURNAL-COMMISSION-RECORD
           IF WS-NB-JOURNAL < 20000
               ADD 1 TO WS-NB-JOURNAL
               MOVE WS-EMP-COURANT TO WS-JCM-EMP-ID(WS-NB-JOURNAL)
               MOVE WS-PERIODE TO WS-JCM-PERIODE(WS-NB-JOURNAL)
               MOVE WS-JNL-NATURE TO WS-JCM-NATURE(WS-NB-JOURNAL)
               MOVE WS-JNL-REF TO WS-JCM-REF(WS-NB-JOURNAL)
               MOVE WS-JNL-ORIGINE TO WS-JCM-ORIGINE(WS-NB-JOURNAL)
               MOVE WS-JNL-BASE TO WS-JCM-BASE(WS-NB-JOURNAL)
               MOVE WS-JNL-MONTANT TO WS-JCM-MONTANT(WS-NB-JOURNAL)
           END-IF.

       ECRIRE-SYNTHESE.
           MOVE '===================================================='
               TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-NB-PRIMES-GEN TO WS-AFF-NB
           MOVE WS-TOTAL-PRIMES TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Primes COMMISSION generees : ' WS-AFF-NB
               ' pour un total de ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-NB-REPORTS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Soldes debiteurs reportes  : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-NB-ANOMALIES TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Anomalies                  : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.
