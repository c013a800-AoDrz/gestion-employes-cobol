       PROGRAM-ID. US-57-CONTROLE-DUREE.
      * US-57 : Controle legal de la duree du travail depuis les
      *         pointages (journalier, hebdomadaire, repos quotidien)
      *         et suivi du contingent annuel d'heures supplementaires
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-HEURES
               ASSIGN TO WS-CHEMIN-HEURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HEURES.
           SELECT FICHIER-CONTINGENTS
               ASSIGN TO WS-CHEMIN-CONTINGENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTINGENTS.
           SELECT FICHIER-REPOS
               ASSIGN TO WS-CHEMIN-REPOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPOS.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

        FD FICHIER-HEURES.
           COPY '../../../copybooks/heures.cpy'.

        FD FICHIER-CONTINGENTS.
           COPY '../../../copybooks/contingent-hs.cpy'.

        FD FICHIER-REPOS.
           COPY '../../../copybooks/repos-compensateur.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-POINTAGES PIC XX.
                10 WS-SEMP-EMP-ID   PIC 9(5).
                10 WS-SEMP-SITE     PIC X(10).
                10 WS-SEMP-NOM      PIC X(20).
                10 WS-SEMP-CONVENTION PIC X(6).
                10 WS-SEMP-HS       PIC 9(4)V9(2).
        01 WS-NB-SITES-EMP     PIC 9(3)  VALUE 0.
        01 WS-IDX-SEMP         PIC 9(3)  VALUE 0.
        01 WS-SITE-EMPLOYE     PIC X(10) VALUE SPACES.
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-REPOS-HEURES     PIC 9(2)V9(2) VALUE 0.

      * Contingent annuel d'heures supplementaires : cumul de
      * l'annee civile de la periode controlee (periodes de janvier
      * a la periode comprise) des HEURES-SUP de heures-saisies.txt,
      * compare au contingent de la convention de l'employe ; les
      * heures au-dela ouvrent la contrepartie obligatoire en repos,
      * creditee en jours (7 heures par jour) dans
      * repos-compensateur.txt.
        01 WS-STATUT-HEURES    PIC XX.
        01 WS-STATUT-CONTINGENTS PIC XX.
        01 WS-STATUT-REPOS     PIC XX.
        01 WS-TAB-CONTINGENTS.
            05 WS-CTG OCCURS 50 TIMES.
                10 WS-CTG-CONVENTION PIC X(6).
                10 WS-CTG-HEURES     PIC 9(4).
                10 WS-CTG-TAUX-REPOS PIC 9(3).
        01 WS-NB-CONTINGENTS   PIC 9(2)  VALUE 0.
        01 WS-IDX-CTG          PIC 9(2)  VALUE 0.
        01 WS-CONTINGENT-DEFAUT PIC 9(4) VALUE 220.
        01 WS-TAUX-REPOS-DEFAUT PIC 9(3) VALUE 100.
        01 WS-SEUIL-ALERTE-PCT PIC 9(3)  VALUE 80.
        01 WS-HEURES-JOUR-REPOS PIC 9V9(2) VALUE 7.00.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-CONTINGENT       PIC 9(4)  VALUE 0.
        01 WS-TAUX-REPOS       PIC 9(3)  VALUE 0.
        01 WS-SEUIL-ALERTE     PIC 9(4)V9(2) VALUE 0.
        01 WS-HEURES-AU-DELA   PIC 9(4)V9(2) VALUE 0.
        01 WS-JOURS-REPOS      PIC 9(3)V9(2) VALUE 0.
        01 WS-PCT-CONTINGENT   PIC 9(3)  VALUE 0.
        01 WS-NB-ALERTES-CTG   PIC 9(5)  VALUE 0.
        01 WS-NB-DEPASSEMENTS  PIC 9(5)  VALUE 0.

      * Compteurs de repos des autres annees, conserves tels quels a
      * la reecriture de repos-compensateur.txt.
        01 WS-TAB-REPOS.
            05 WS-REP OCCURS 2000 TIMES.
                10 WS-REP-LIGNE     PIC X(30).
        01 WS-NB-REPOS         PIC 9(4)  VALUE 0.
        01 WS-IDX-REP          PIC 9(4)  VALUE 0.

        01 WS-AFF-HS           PIC ZZZ9.99.
        01 WS-AFF-CONTINGENT   PIC ZZZ9.
        01 WS-AFF-PCT          PIC ZZ9.
        01 WS-AFF-JOURS        PIC ZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-POINTAGES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BADGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HEURES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONTINGENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REPOS     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM ECRIRE-ENTETE
           PERFORM CONTROLER-POSTES
           PERFORM CONTROLER-SEMAINES
           PERFORM CHARGER-CONTINGENTS
           PERFORM CUMULER-HEURES-SUP
           PERFORM CONTROLER-CONTINGENTS
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-RAPPORT
           PERFORM ECRIRE-COMPTEURS-REPOS
           DISPLAY 'Infractions relevees : ' WS-NB-INFRACTIONS
           DISPLAY 'Contingent HS >= 80% : ' WS-NB-ALERTES-CTG
               ' dont depasse : ' WS-NB-DEPASSEMENTS
           DISPLAY 'Rapport : rapport-duree-travail.txt'
           GOBACK.

               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../rapport-duree-travail.txt' TO
                   WS-CHEMIN-RAPPORT
               MOVE '../heures-saisies.txt' TO WS-CHEMIN-HEURES
               MOVE '../contingents-hs.txt' TO WS-CHEMIN-CONTINGENTS
               MOVE '../../../PI-2/feature-conges/'
                 & 'repos-compensateur.txt' TO WS-CHEMIN-REPOS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/pointages.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-POINTAGES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-duree-travail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE) '/heures-saisies.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HEURES
               STRING FUNCTION TRIM(WS-RACINE) '/contingents-hs.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CONTINGENTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/repos-compensateur.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REPOS
           END-IF.

       SAISIR-PERIODE.
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           COMPUTE WS-ANNEE = WS-PERIODE / 100.

       CHARGER-BADGES.
           OPEN INPUT FICHIER-BADGES
                                   WS-SEMP-SITE(WS-NB-SITES-EMP)
                               MOVE EMP-NOM TO
                                   WS-SEMP-NOM(WS-NB-SITES-EMP)
                               MOVE EMP-CONVENTION TO
                                 WS-SEMP-CONVENTION(WS-NB-SITES-EMP)
                               MOVE 0 TO WS-SEMP-HS(WS-NB-SITES-EMP)
                           END-IF
                   END-READ
               END-PERFORM
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       CHARGER-CONTINGENTS.
      * contingents-hs.txt : fichier optionnel ; une convention
      * absente retombe sur le contingent legal (220 h, repos 100 %).
           MOVE 0 TO WS-NB-CONTINGENTS
           OPEN INPUT FICHIER-CONTINGENTS
           IF WS-STATUT-CONTINGENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONTINGENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-CONTINGENTS < 50
                               ADD 1 TO WS-NB-CONTINGENTS
                               MOVE CTG-CONVENTION TO
                                 WS-CTG-CONVENTION(WS-NB-CONTINGENTS)
                               MOVE CTG-HEURES TO
                                 WS-CTG-HEURES(WS-NB-CONTINGENTS)
                               MOVE CTG-TAUX-REPOS TO
                                 WS-CTG-TAUX-REPOS(WS-NB-CONTINGENTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTINGENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-HEURES-SUP.
      * HEURES-SUP des periodes de l'annee civile jusqu'a la periode
      * controlee incluse ; les periodes posterieures (saisies par
      * anticipation) ne comptent pas encore. heures-saisies.txt
      * absent : aucun cumul, aucun repos.
           OPEN INPUT FICHIER-HEURES
           IF WS-STATUT-HEURES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HEURES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF HEURES-PERIODE(1:4) = WS-PERIODE(1:4)
                               AND HEURES-PERIODE <= WS-PERIODE
                               AND HEURES-SUP > 0
                               PERFORM AFFECTER-HEURES-SUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HEURES
               MOVE 'N' TO WS-FIN
           END-IF.

       AFFECTER-HEURES-SUP.
           PERFORM VARYING WS-IDX-SEMP FROM 1 BY 1
               UNTIL WS-IDX-SEMP > WS-NB-SITES-EMP
               IF WS-SEMP-EMP-ID(WS-IDX-SEMP) = HEURES-EMP-ID
                   ADD HEURES-SUP TO WS-SEMP-HS(WS-IDX-SEMP)
               END-IF
           END-PERFORM.

       CONTROLER-CONTINGENTS.
      * Alerte des 80 % du contingent consomme, depassement a 100 % :
      * au-dela, chaque heure supplementaire ouvre la contrepartie
      * obligatoire en repos au taux de la convention. Ces alertes
      * ne sont pas des infractions (le depassement reste possible
      * apres avis du CSE) et ne comptent pas dans la synthese.
           MOVE '--------------------------------------------------'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CONTINGENT ANNUEL D''HEURES SUPPLEMENTAIRES - '
               'ANNEE ' WS-ANNEE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SEMP FROM 1 BY 1
               UNTIL WS-IDX-SEMP > WS-NB-SITES-EMP
               IF WS-SEMP-HS(WS-IDX-SEMP) > 0
                   PERFORM EVALUER-CONTINGENT
                   IF WS-SEMP-HS(WS-IDX-SEMP) >= WS-SEUIL-ALERTE
                       PERFORM SIGNALER-CONTINGENT
                   END-IF
               END-IF
           END-PERFORM.

       EVALUER-CONTINGENT.
           MOVE WS-CONTINGENT-DEFAUT TO WS-CONTINGENT
           MOVE WS-TAUX-REPOS-DEFAUT TO WS-TAUX-REPOS
           PERFORM VARYING WS-IDX-CTG FROM 1 BY 1
               UNTIL WS-IDX-CTG > WS-NB-CONTINGENTS
               IF WS-CTG-CONVENTION(WS-IDX-CTG) =
                   WS-SEMP-CONVENTION(WS-IDX-SEMP)
                   MOVE WS-CTG-HEURES(WS-IDX-CTG) TO WS-CONTINGENT
                   MOVE WS-CTG-TAUX-REPOS(WS-IDX-CTG) TO
                       WS-TAUX-REPOS
               END-IF
           END-PERFORM
           COMPUTE WS-SEUIL-ALERTE ROUNDED =
               WS-CONTINGENT * WS-SEUIL-ALERTE-PCT / 100
           MOVE 0 TO WS-HEURES-AU-DELA
           MOVE 0 TO WS-JOURS-REPOS
           IF WS-SEMP-HS(WS-IDX-SEMP) > WS-CONTINGENT
               COMPUTE WS-HEURES-AU-DELA =
                   WS-SEMP-HS(WS-IDX-SEMP) - WS-CONTINGENT
               COMPUTE WS-JOURS-REPOS ROUNDED =
                   WS-HEURES-AU-DELA * WS-TAUX-REPOS / 100
                   / WS-HEURES-JOUR-REPOS
           END-IF
           IF WS-CONTINGENT > 0
               COMPUTE WS-PCT-CONTINGENT =
                   WS-SEMP-HS(WS-IDX-SEMP) * 100 / WS-CONTINGENT
           ELSE
               MOVE 999 TO WS-PCT-CONTINGENT
           END-IF.

       SIGNALER-CONTINGENT.
           ADD 1 TO WS-NB-ALERTES-CTG
           MOVE WS-SEMP-EMP-ID(WS-IDX-SEMP) TO WS-ID-AFF
           MOVE WS-SEMP-HS(WS-IDX-SEMP) TO WS-AFF-HS
           MOVE WS-CONTINGENT TO WS-AFF-CONTINGENT
           MOVE WS-PCT-CONTINGENT TO WS-AFF-PCT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SEMP-HS(WS-IDX-SEMP) >= WS-CONTINGENT
               ADD 1 TO WS-NB-DEPASSEMENTS
               MOVE WS-JOURS-REPOS TO WS-AFF-JOURS
               STRING 'CONTINGENT 100%  : EMP-ID ' WS-ID-AFF ' '
                   FUNCTION TRIM(WS-SEMP-NOM(WS-IDX-SEMP))
                   ' : ' WS-AFF-HS ' h / ' WS-AFF-CONTINGENT
                   ' h, repos acquis ' WS-AFF-JOURS ' j'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'CONTINGENT 80%   : EMP-ID ' WS-ID-AFF ' '
                   FUNCTION TRIM(WS-SEMP-NOM(WS-IDX-SEMP))
                   ' : ' WS-AFF-HS ' h / ' WS-AFF-CONTINGENT
                   ' h (' WS-AFF-PCT ' %)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.

       ECRIRE-COMPTEURS-REPOS.
      * Regenere repos-compensateur.txt : les compteurs des autres
      * annees sont recopies tels quels, ceux de l'annee controlee
      * sont recalcules depuis le cumul (un run relance ou une
      * periode corrigee ne credite jamais deux fois).
           MOVE 0 TO WS-NB-REPOS
           OPEN INPUT FICHIER-REPOS
           IF WS-STATUT-REPOS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-REPOS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF REP-ANNEE NOT = WS-ANNEE
                               AND WS-NB-REPOS < 2000
                               ADD 1 TO WS-NB-REPOS
                               MOVE REPOS-COMPENSATEUR-RECORD TO
                                   WS-REP-LIGNE(WS-NB-REPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REPOS
               MOVE 'N' TO WS-FIN
           END-IF
           OPEN OUTPUT FICHIER-REPOS
           IF WS-STATUT-REPOS NOT = '00'
               DISPLAY 'ERREUR : ecriture repos-compensateur.txt '
                   'impossible (statut ' WS-STATUT-REPOS ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-REP FROM 1 BY 1
               UNTIL WS-IDX-REP > WS-NB-REPOS
               MOVE WS-REP-LIGNE(WS-IDX-REP) TO
                   REPOS-COMPENSATEUR-RECORD
               WRITE REPOS-COMPENSATEUR-RECORD
           END-PERFORM
           PERFORM VARYING WS-IDX-SEMP FROM 1 BY 1
               UNTIL WS-IDX-SEMP > WS-NB-SITES-EMP
               IF WS-SEMP-HS(WS-IDX-SEMP) > 0
                   PERFORM EVALUER-CONTINGENT
                   MOVE WS-SEMP-EMP-ID(WS-IDX-SEMP) TO REP-EMP-ID
                   MOVE WS-ANNEE TO REP-ANNEE
                   MOVE WS-SEMP-HS(WS-IDX-SEMP) TO REP-HEURES-SUP
                   MOVE WS-CONTINGENT TO REP-CONTINGENT
                   MOVE WS-HEURES-AU-DELA TO REP-HEURES-AU-DELA
                   MOVE WS-JOURS-REPOS TO REP-JOURS-ACQUIS
                   WRITE REPOS-COMPENSATEUR-RECORD
               END-IF
           END-PERFORM
           CLOSE FICHIER-REPOS.

       ECRIRE-SYNTHESE.
           MOVE '--------------------------------------------------'
               TO LIGNE-RAPPORT
