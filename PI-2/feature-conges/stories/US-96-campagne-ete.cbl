       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-96-CAMPAGNE-ETE.
      * US-96 : Campagne des voeux de conges d'ete (saisie des voeux
      *         classes, arbitrage par priorite contre le plancher
      *         d'effectif, plan par departement, pose en demandes)
      * Feature 3 : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-VOEUX
               ASSIGN TO WS-CHEMIN-VOEUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VOEUX.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-EFFECTIF
               ASSIGN TO WS-CHEMIN-EFFECTIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EFFECTIF.
           SELECT FICHIER-FERIES
               ASSIGN TO WS-CHEMIN-FERIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FERIES.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-VERROU
               ASSIGN TO WS-CHEMIN-VERROU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FICHIER-PLAN
               ASSIGN TO WS-CHEMIN-PLAN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-VOEUX.
           COPY '../../../copybooks/voeu-ete.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-EFFECTIF.
           COPY '../../../copybooks/effectif-min.cpy'.

        FD FICHIER-FERIES.
           COPY '../../../copybooks/ferie.cpy'.

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT         PIC X(140).

        FD FICHIER-VERROU.
        01 LIGNE-VERROU       PIC X(60).

        FD FICHIER-PLAN.
        01 LIGNE-PLAN         PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-CONTINUER        PIC X     VALUE 'O'.
        01 WS-CHOIX            PIC X     VALUE SPACES.
        01 WS-STATUT-VOEUX     PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-EFFECTIF  PIC XX.
        01 WS-STATUT-FERIES    PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-VERROU    PIC XX.

        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-DATE-AUDIT       PIC 9(8)  VALUE 0.
        01 WS-HEURE-AUDIT      PIC 9(8)  VALUE 0.
        01 WS-AUDIT-OPERATION  PIC X(12) VALUE SPACES.
        01 WS-AUDIT-CHAMP      PIC X(15) VALUE SPACES.
        01 WS-AUDIT-ANCIEN     PIC X(27) VALUE SPACES.
        01 WS-AUDIT-NOUVEAU    PIC X(27) VALUE SPACES.

      * Campagne : periode principale des conges d'ete de l'annee,
      * du 1er mai au 31 octobre (memes bornes que le
      * fractionnement).
        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-ANNEE-PRECEDENTE PIC 9(4)  VALUE 0.
        01 WS-DEBUT-CAMPAGNE   PIC X(10) VALUE SPACES.
        01 WS-FIN-CAMPAGNE     PIC X(10) VALUE SPACES.
        01 WS-CAMPAGNE-POSEE   PIC X     VALUE 'N'.
        01 WS-NB-VOEUX-MAX     PIC 9(1)  VALUE 3.

        01 WS-SAISIE-EMP       PIC 9(5)  VALUE 0.
        01 WS-SAISIE-ENFANTS   PIC 9(2)  VALUE 0.
        01 WS-SAISIE-DEBUT     PIC X(10) VALUE SPACES.
        01 WS-SAISIE-FIN       PIC X(10) VALUE SPACES.
        01 WS-RANG             PIC 9(1)  VALUE 0.
        01 WS-CONFIRMATION     PIC X     VALUE SPACES.
        01 WS-EMP-CONNU        PIC X     VALUE 'N'.
        01 WS-VOEU-VALIDE      PIC X     VALUE 'N'.
        01 WS-DATE-CTRL        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

      * Tous les voeux du fichier, toutes campagnes confondues ;
      * bornes de chaque voeu en jours entiers pour l'arbitrage.
        01 WS-TAB-VOEUX.
            05 WS-VX OCCURS 5000 TIMES.
                10 WS-VX-ANNEE     PIC 9(4).
                10 WS-VX-EMP-ID    PIC 9(5).
                10 WS-VX-RANG      PIC 9(1).
                10 WS-VX-DEBUT     PIC X(10).
                10 WS-VX-FIN       PIC X(10).
                10 WS-VX-ENFANTS   PIC 9(2).
                10 WS-VX-SCORE     PIC 9(3).
                10 WS-VX-DECISION  PIC X(10).
                10 WS-VX-INT-DEBUT PIC 9(8).
                10 WS-VX-INT-FIN   PIC 9(8).
                10 WS-VX-IDX-EMP   PIC 9(4).
        01 WS-NB-VOEUX         PIC 9(4)  VALUE 0.
        01 WS-IDX-VX           PIC 9(4)  VALUE 0.
        01 WS-IDX-VX2          PIC 9(4)  VALUE 0.
        01 WS-IDX-MEILLEUR     PIC 9(4)  VALUE 0.
        01 WS-IDX-RETENU       PIC 9(4)  VALUE 0.

      * Employes non sortis : departement (plancher), site (feries)
      * et anciennete (priorite).
        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 5000 TIMES.
                10 WS-EMP-ID-T     PIC 9(5).
                10 WS-EMP-NOM-T    PIC X(20).
                10 WS-EMP-DEPT-T   PIC X(15).
                10 WS-EMP-SITE-T   PIC X(10).
                10 WS-EMP-EMBAUCHE-T PIC 9(8).
        01 WS-NB-EMPLOYES      PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.
        01 WS-ID-CHERCHE       PIC 9(5)  VALUE 0.

        01 WS-TAB-PLANCHERS.
            05 WS-PLC OCCURS 200 TIMES.
                10 WS-PLC-DEPT     PIC X(15).
                10 WS-PLC-TYPE     PIC X.
                10 WS-PLC-VALEUR   PIC 9(3).
        01 WS-NB-PLANCHERS     PIC 9(3)  VALUE 0.
        01 WS-IDX-PLC          PIC 9(3)  VALUE 0.

      * Absences deja approuvees qui recouvrent la periode d'ete.
        01 WS-TAB-ABSENCES.
            05 WS-ABS OCCURS 5000 TIMES.
                10 WS-ABS-DEPT     PIC X(15).
                10 WS-ABS-EMP-ID   PIC 9(5).
                10 WS-ABS-INT-DEBUT PIC 9(8).
                10 WS-ABS-INT-FIN  PIC 9(8).
        01 WS-NB-ABSENCES      PIC 9(4)  VALUE 0.
        01 WS-IDX-ABS          PIC 9(4)  VALUE 0.

        01 WS-TAB-FERIES.
            05 WS-FERIE OCCURS 999 TIMES.
                10 WS-FERIE-DATE  PIC 9(8).
                10 WS-FERIE-SITE  PIC X(10).
        01 WS-NB-FERIES        PIC 9(3)  VALUE 0.
        01 WS-IDX-FERIE        PIC 9(3)  VALUE 0.

      * Departements presents dans la campagne, pour le plan.
        01 WS-TAB-DEPTS.
            05 WS-DPT OCCURS 200 TIMES.
                10 WS-DPT-NOM      PIC X(15).
        01 WS-NB-DEPTS         PIC 9(3)  VALUE 0.
        01 WS-IDX-DPT          PIC 9(3)  VALUE 0.
        01 WS-DEPT-CONNU       PIC X     VALUE 'N'.

      * Priorite : anciennete (2 points par annee, 40 au plus),
      * enfants a charge (10 points par enfant, 30 au plus) et
      * campagne precedente (30 si aucun voeu obtenu, 15 si un voeu
      * de second choix ou pas de participation, 0 si le premier
      * voeu a ete obtenu).
        01 WS-POINTS-ANNEE     PIC 9(2)  VALUE 2.
        01 WS-PLAFOND-ANCIENNETE PIC 9(3) VALUE 40.
        01 WS-POINTS-ENFANT    PIC 9(2)  VALUE 10.
        01 WS-PLAFOND-ENFANTS  PIC 9(3)  VALUE 30.
        01 WS-POINTS-RIEN-OBTENU PIC 9(3) VALUE 30.
        01 WS-POINTS-NEUTRE    PIC 9(3)  VALUE 15.
        01 WS-SCORE            PIC 9(3)  VALUE 0.
        01 WS-POINTS           PIC 9(3)  VALUE 0.
        01 WS-ANNEES-ANCIENNETE PIC 9(3) VALUE 0.
        01 WS-DATE-REFERENCE   PIC 9(8)  VALUE 0.
        01 WS-A-PARTICIPE      PIC X     VALUE 'N'.
        01 WS-MEILLEUR-RANG-OBTENU PIC 9(1) VALUE 0.

        01 WS-DEPT-COURANT     PIC X(15) VALUE SPACES.
        01 WS-EMP-COURANT      PIC 9(5)  VALUE 0.
        01 WS-EFFECTIF-DEPT    PIC 9(4)  VALUE 0.
        01 WS-NB-ABSENTS-JOUR  PIC 9(4)  VALUE 0.
        01 WS-PCT-ABSENTS      PIC 9(3)  VALUE 0.
        01 WS-PLANCHER-VIOLE   PIC X     VALUE 'N'.

        01 WS-DATE-TEXTE       PIC X(10) VALUE SPACES.
        01 WS-DATE-NUM         PIC 9(8)  VALUE 0.
        01 WS-DATE-INT         PIC 9(8)  VALUE 0.
        01 WS-INT-ETE-DEBUT    PIC 9(8)  VALUE 0.
        01 WS-INT-ETE-FIN      PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE        PIC X     VALUE 'N'.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.
        01 WS-JOURS-VOEU       PIC 9(3)V9 VALUE 0.

        01 WS-NB-RETENUS       PIC 9(4)  VALUE 0.
        01 WS-NB-REFUSES       PIC 9(4)  VALUE 0.
        01 WS-NB-POSES         PIC 9(4)  VALUE 0.
        01 WS-NB-NON-POSES     PIC 9(4)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-JOURS        PIC ZZ9.9.

        01 WS-VERROU-CONF      PIC X     VALUE SPACES.
        01 WS-VERROU-UTIL      PIC X(20) VALUE SPACES.
        01 WS-VERROU-DATE      PIC 9(8)  VALUE 0.
        01 WS-VERROU-HEURE     PIC 9(8)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VOEUX     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EFFECTIF  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FERIES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VERROU    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PLAN      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY '================================'
           DISPLAY ' CAMPAGNE DES CONGES D''ETE      '
           DISPLAY '================================'
           DISPLAY 'Annee de la campagne (AAAA, vide = courante) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               MOVE WS-DATE-SYS(1:4) TO WS-ANNEE
           ELSE
               IF WS-SAISIE-ANNEE IS NOT NUMERIC
                   DISPLAY 'ERREUR : annee invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE
           END-IF
           COMPUTE WS-ANNEE-PRECEDENTE = WS-ANNEE - 1
           MOVE SPACES TO WS-DEBUT-CAMPAGNE
           STRING WS-ANNEE '-05-01' DELIMITED SIZE
               INTO WS-DEBUT-CAMPAGNE
           MOVE SPACES TO WS-FIN-CAMPAGNE
           STRING WS-ANNEE '-10-31' DELIMITED SIZE
               INTO WS-FIN-CAMPAGNE
           MOVE WS-DEBUT-CAMPAGNE TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-INT-ETE-DEBUT
           MOVE WS-DATE-NUM TO WS-DATE-REFERENCE
           MOVE WS-FIN-CAMPAGNE TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-INT-ETE-FIN
           MOVE SPACES TO WS-CHEMIN-PLAN
           IF WS-RACINE = SPACES
               STRING '../plan-ete-' WS-ANNEE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PLAN
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/plan-ete-'
                   WS-ANNEE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PLAN
           END-IF

           PERFORM CHARGER-VOEUX
           PERFORM UNTIL WS-CONTINUER = 'N'
               PERFORM AFFICHER-MENU
               PERFORM TRAITER-CHOIX
           END-PERFORM
           GOBACK.

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
               MOVE '../voeux-ete.txt' TO WS-CHEMIN-VOEUX
               MOVE '../conges.dat' TO WS-CHEMIN-CONGES
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../effectif-minimum.txt' TO WS-CHEMIN-EFFECTIF
               MOVE '../jours-feries.txt' TO WS-CHEMIN-FERIES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../verrou-conges.txt' TO WS-CHEMIN-VERROU
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/voeux-ete.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VOEUX
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/effectif-minimum.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EFFECTIF
               STRING FUNCTION TRIM(WS-RACINE) '/jours-feries.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FERIES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/verrou-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VERROU
           END-IF.

       AFFICHER-MENU.
           DISPLAY ' '
           DISPLAY '================================'
           DISPLAY ' CAMPAGNE D''ETE ' WS-ANNEE
           DISPLAY '================================'
           DISPLAY ' V. Saisir les voeux d''un salarie'
           DISPLAY ' A. Arbitrer et editer le plan  '
           DISPLAY ' P. Poser les voeux retenus     '
           DISPLAY ' Q. Quitter                     '
           DISPLAY '================================'
           DISPLAY ' Votre choix : '
           ACCEPT WS-CHOIX.

       TRAITER-CHOIX.
           EVALUATE WS-CHOIX
               WHEN 'V' WHEN 'v'
                   PERFORM SAISIR-VOEUX
               WHEN 'A' WHEN 'a'
                   PERFORM ARBITRER
               WHEN 'P' WHEN 'p'
                   PERFORM POSER-VOEUX
               WHEN 'Q' WHEN 'q'
                   MOVE 'N' TO WS-CONTINUER
               WHEN OTHER
                   DISPLAY ' -> Choix invalide ! Saisir V/A/P/Q'
           END-EVALUATE.

       CONVERTIR-DATE.
      * WS-DATE-TEXTE (AAAA-MM-JJ) vers AAAAMMJJ et jour entier.
           MOVE WS-DATE-TEXTE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-DATE-TEXTE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-DATE-TEXTE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       CHARGER-VOEUX.
      * Fichier optionnel : absent a la premiere campagne.
           MOVE 0 TO WS-NB-VOEUX
           MOVE 'N' TO WS-CAMPAGNE-POSEE
           OPEN INPUT FICHIER-VOEUX
           IF WS-STATUT-VOEUX = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-VOEUX
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-VOEUX < 5000
                               ADD 1 TO WS-NB-VOEUX
                               MOVE VOEU-ANNEE
                                   TO WS-VX-ANNEE(WS-NB-VOEUX)
                               MOVE VOEU-EMP-ID
                                   TO WS-VX-EMP-ID(WS-NB-VOEUX)
                               MOVE VOEU-RANG
                                   TO WS-VX-RANG(WS-NB-VOEUX)
                               MOVE VOEU-DEBUT
                                   TO WS-VX-DEBUT(WS-NB-VOEUX)
                               MOVE VOEU-FIN
                                   TO WS-VX-FIN(WS-NB-VOEUX)
                               MOVE VOEU-ENFANTS
                                   TO WS-VX-ENFANTS(WS-NB-VOEUX)
                               MOVE VOEU-SCORE
                                   TO WS-VX-SCORE(WS-NB-VOEUX)
                               MOVE VOEU-DECISION
                                   TO WS-VX-DECISION(WS-NB-VOEUX)
                               IF VOEU-ANNEE = WS-ANNEE
                                   AND VOEU-DECISION = 'POSE'
                                   MOVE 'O' TO WS-CAMPAGNE-POSEE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VOEUX
               MOVE 'N' TO WS-FIN
           END-IF.

       ECRIRE-VOEUX.
           OPEN OUTPUT FICHIER-VOEUX
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               MOVE WS-VX-ANNEE(WS-IDX-VX) TO VOEU-ANNEE
               MOVE WS-VX-EMP-ID(WS-IDX-VX) TO VOEU-EMP-ID
               MOVE WS-VX-RANG(WS-IDX-VX) TO VOEU-RANG
               MOVE WS-VX-DEBUT(WS-IDX-VX) TO VOEU-DEBUT
               MOVE WS-VX-FIN(WS-IDX-VX) TO VOEU-FIN
               MOVE WS-VX-ENFANTS(WS-IDX-VX) TO VOEU-ENFANTS
               MOVE WS-VX-SCORE(WS-IDX-VX) TO VOEU-SCORE
               MOVE WS-VX-DECISION(WS-IDX-VX) TO VOEU-DECISION
               WRITE VOEU-ETE-RECORD
           END-PERFORM
           CLOSE FICHIER-VOEUX.

       SAISIR-VOEUX.
      * Une nouvelle saisie remplace les voeux deja saisis par le
      * salarie pour la campagne ; l'arbitrage doit alors etre
      * relance. Plus aucune saisie une fois les voeux poses.
           IF WS-CAMPAGNE-POSEE = 'O'
               DISPLAY 'Campagne ' WS-ANNEE ' deja posee dans '
                   'conges.dat : saisie close.'
           ELSE
               DISPLAY 'EMP-ID (5 chiffres)            : '
               ACCEPT WS-SAISIE-EMP
               MOVE 'N' TO WS-EMP-CONNU
               OPEN INPUT FICHIER-EMPLOYES
               IF WS-STATUT-EMPLOYES = '00'
                   MOVE WS-SAISIE-EMP TO EMP-ID
                   READ FICHIER-EMPLOYES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EMP-STATUT NOT = 'SORTI'
                               MOVE 'O' TO WS-EMP-CONNU
                           END-IF
                   END-READ
                   CLOSE FICHIER-EMPLOYES
               END-IF
               IF WS-EMP-CONNU = 'N'
                   DISPLAY 'Employe inconnu ou sorti.'
               ELSE
                   DISPLAY 'Salarie : ' FUNCTION TRIM(EMP-PRENOM) ' '
                       FUNCTION TRIM(EMP-NOM) ' - '
                       FUNCTION TRIM(EMP-DEPARTEMENT)
                   DISPLAY 'Enfants a charge (0-99)        : '
                   ACCEPT WS-SAISIE-ENFANTS
                   PERFORM RETIRER-VOEUX-EMPLOYE
                   MOVE 0 TO WS-RANG
                   MOVE 'O' TO WS-VOEU-VALIDE
                   PERFORM UNTIL WS-RANG >= WS-NB-VOEUX-MAX
                       OR WS-VOEU-VALIDE = 'N'
                       PERFORM SAISIR-UN-VOEU
                   END-PERFORM
                   PERFORM ECRIRE-VOEUX
                   DISPLAY WS-RANG ' voeu(x) enregistre(s) pour '
                       WS-SAISIE-EMP '.'
               END-IF
           END-IF.

       RETIRER-VOEUX-EMPLOYE.
           MOVE 0 TO WS-IDX-VX2
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) NOT = WS-ANNEE
                   OR WS-VX-EMP-ID(WS-IDX-VX) NOT = WS-SAISIE-EMP
                   ADD 1 TO WS-IDX-VX2
                   MOVE WS-VX(WS-IDX-VX) TO WS-VX(WS-IDX-VX2)
               END-IF
           END-PERFORM
           MOVE WS-IDX-VX2 TO WS-NB-VOEUX.

       SAISIR-UN-VOEU.
      * Date de debut vide = fin de la saisie des voeux.
           COMPUTE WS-IDX-VX = WS-RANG + 1
           DISPLAY 'Voeu ' WS-IDX-VX ' - debut (AAAA-MM-JJ, vide = '
               'fin) : '
           ACCEPT WS-SAISIE-DEBUT
           IF WS-SAISIE-DEBUT = SPACES
               MOVE 'N' TO WS-VOEU-VALIDE
           ELSE
               DISPLAY 'Voeu ' WS-IDX-VX ' - fin   (AAAA-MM-JJ) : '
               ACCEPT WS-SAISIE-FIN
               MOVE WS-SAISIE-DEBUT(1:4) TO WS-DATE-CTRL(1:4)
               MOVE WS-SAISIE-DEBUT(6:2) TO WS-DATE-CTRL(5:2)
               MOVE WS-SAISIE-DEBUT(9:2) TO WS-DATE-CTRL(7:2)
               CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
               IF WS-CODE-DATE = 0
                   MOVE WS-SAISIE-FIN(1:4) TO WS-DATE-CTRL(1:4)
                   MOVE WS-SAISIE-FIN(6:2) TO WS-DATE-CTRL(5:2)
                   MOVE WS-SAISIE-FIN(9:2) TO WS-DATE-CTRL(7:2)
                   CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
               END-IF
               IF WS-CODE-DATE NOT = 0
                   OR WS-SAISIE-FIN < WS-SAISIE-DEBUT
                   OR WS-SAISIE-DEBUT < WS-DEBUT-CAMPAGNE
                   OR WS-SAISIE-FIN > WS-FIN-CAMPAGNE
                   DISPLAY 'Voeu refuse : dates invalides ou hors de '
                       'la periode ' WS-DEBUT-CAMPAGNE ' - '
                       WS-FIN-CAMPAGNE '.'
               ELSE
                   IF WS-NB-VOEUX < 5000
                       ADD 1 TO WS-RANG
                       ADD 1 TO WS-NB-VOEUX
                       MOVE WS-ANNEE TO WS-VX-ANNEE(WS-NB-VOEUX)
                       MOVE WS-SAISIE-EMP TO WS-VX-EMP-ID(WS-NB-VOEUX)
                       MOVE WS-RANG TO WS-VX-RANG(WS-NB-VOEUX)
                       MOVE WS-SAISIE-DEBUT
                           TO WS-VX-DEBUT(WS-NB-VOEUX)
                       MOVE WS-SAISIE-FIN TO WS-VX-FIN(WS-NB-VOEUX)
                       MOVE WS-SAISIE-ENFANTS
                           TO WS-VX-ENFANTS(WS-NB-VOEUX)
                       MOVE 0 TO WS-VX-SCORE(WS-NB-VOEUX)
                       MOVE 'SAISI' TO WS-VX-DECISION(WS-NB-VOEUX)
                   ELSE
                       DISPLAY 'Fichier des voeux plein.'
                       MOVE 'N' TO WS-VOEU-VALIDE
                   END-IF
               END-IF
           END-IF.

       ARBITRER.
      * Les salaries sont servis par priorite decroissante ; pour
      * chacun, le premier voeu (dans son ordre de preference) qui
      * tient le plancher d'effectif de son departement, compte tenu
      * des absences deja approuvees et des voeux deja retenus, est
      * retenu et les autres refuses. Un seul voeu par salarie.
           IF WS-CAMPAGNE-POSEE = 'O'
               DISPLAY 'Campagne ' WS-ANNEE ' deja posee : '
                   'arbitrage fige.'
           ELSE
               PERFORM CHARGER-EMPLOYES
               PERFORM CHARGER-PLANCHERS
               PERFORM CHARGER-ABSENCES
               MOVE 0 TO WS-NB-RETENUS
               MOVE 0 TO WS-NB-REFUSES
               PERFORM VARYING WS-IDX-VX FROM 1 BY 1
                   UNTIL WS-IDX-VX > WS-NB-VOEUX
                   IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                       PERFORM PREPARER-VOEU
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-IDX-MEILLEUR
               PERFORM UNTIL WS-IDX-MEILLEUR = 0
                   PERFORM CHOISIR-PRIORITAIRE
                   IF WS-IDX-MEILLEUR > 0
                       PERFORM ARBITRER-EMPLOYE
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-VOEUX
               PERFORM EDITER-PLAN
               DISPLAY 'Voeux retenus  : ' WS-NB-RETENUS
               DISPLAY 'Voeux refuses  : ' WS-NB-REFUSES
               DISPLAY 'Plan : ' FUNCTION TRIM(WS-CHEMIN-PLAN)
           END-IF.

       CHARGER-EMPLOYES.
           MOVE 0 TO WS-NB-EMPLOYES
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO EMP-ID
           START FICHIER-EMPLOYES KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE 'O' TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EMP-STATUT NOT = 'SORTI'
                           AND WS-NB-EMPLOYES < 5000
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-ID TO WS-EMP-ID-T(WS-NB-EMPLOYES)
                           MOVE EMP-NOM TO WS-EMP-NOM-T(WS-NB-EMPLOYES)
                           MOVE EMP-DEPARTEMENT
                               TO WS-EMP-DEPT-T(WS-NB-EMPLOYES)
                           MOVE EMP-SITE
                               TO WS-EMP-SITE-T(WS-NB-EMPLOYES)
                           MOVE EMP-DATE-EMBAUCHE
                               TO WS-EMP-EMBAUCHE-T(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHERCHER-EMPLOYE.
      * WS-IDX-EMP pointe l'employe WS-ID-CHERCHE, ou vaut
      * WS-NB-EMPLOYES + 1 s'il est inconnu ou sorti.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               OR WS-EMP-ID-T(WS-IDX-EMP) = WS-ID-CHERCHE
               CONTINUE
           END-PERFORM.

       CHARGER-PLANCHERS.
           MOVE 0 TO WS-NB-PLANCHERS
           OPEN INPUT FICHIER-EFFECTIF
           IF WS-STATUT-EFFECTIF = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EFFECTIF
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-PLANCHERS < 200
                               ADD 1 TO WS-NB-PLANCHERS
                               MOVE EFF-DEPARTEMENT
                                   TO WS-PLC-DEPT(WS-NB-PLANCHERS)
                               MOVE EFF-TYPE
                                   TO WS-PLC-TYPE(WS-NB-PLANCHERS)
                               MOVE EFF-VALEUR
                                   TO WS-PLC-VALEUR(WS-NB-PLANCHERS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EFFECTIF
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ABSENCES.
      * Conges approuves recouvrant la periode d'ete, rattaches au
      * departement de leur titulaire.
           MOVE 0 TO WS-NB-ABSENCES
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-STATUT = 'APPROUVE  '
                               AND CONGE-FIN >= WS-DEBUT-CAMPAGNE
                               AND CONGE-DEBUT <= WS-FIN-CAMPAGNE
                               PERFORM RETENIR-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-ABSENCE.
           MOVE CONGE-EMP-ID TO WS-ID-CHERCHE
           PERFORM CHERCHER-EMPLOYE
           IF WS-IDX-EMP <= WS-NB-EMPLOYES AND WS-NB-ABSENCES < 5000
               ADD 1 TO WS-NB-ABSENCES
               MOVE WS-EMP-DEPT-T(WS-IDX-EMP)
                   TO WS-ABS-DEPT(WS-NB-ABSENCES)
               MOVE CONGE-EMP-ID TO WS-ABS-EMP-ID(WS-NB-ABSENCES)
               MOVE CONGE-DEBUT TO WS-DATE-TEXTE
               PERFORM CONVERTIR-DATE
               MOVE WS-DATE-INT TO WS-ABS-INT-DEBUT(WS-NB-ABSENCES)
               MOVE CONGE-FIN TO WS-DATE-TEXTE
               PERFORM CONVERTIR-DATE
               MOVE WS-DATE-INT TO WS-ABS-INT-FIN(WS-NB-ABSENCES)
           END-IF.

       PREPARER-VOEU.
      * Remise a SAISI (arbitrage rejouable), bornes en jours
      * entiers et score de priorite du salarie. Un salarie sorti
      * depuis la saisie voit ses voeux refuses d'office.
           MOVE 'SAISI' TO WS-VX-DECISION(WS-IDX-VX)
           MOVE WS-VX-DEBUT(WS-IDX-VX) TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-VX-INT-DEBUT(WS-IDX-VX)
           MOVE WS-VX-FIN(WS-IDX-VX) TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-VX-INT-FIN(WS-IDX-VX)
           MOVE WS-VX-EMP-ID(WS-IDX-VX) TO WS-ID-CHERCHE
           PERFORM CHERCHER-EMPLOYE
           MOVE WS-IDX-EMP TO WS-VX-IDX-EMP(WS-IDX-VX)
           IF WS-IDX-EMP > WS-NB-EMPLOYES
               MOVE 0 TO WS-VX-SCORE(WS-IDX-VX)
               MOVE 'REFUSE' TO WS-VX-DECISION(WS-IDX-VX)
               ADD 1 TO WS-NB-REFUSES
           ELSE
               PERFORM CALCULER-SCORE
               MOVE WS-SCORE TO WS-VX-SCORE(WS-IDX-VX)
           END-IF.

       CALCULER-SCORE.
           MOVE 0 TO WS-SCORE
           IF WS-EMP-EMBAUCHE-T(WS-IDX-EMP) > 0
               AND WS-EMP-EMBAUCHE-T(WS-IDX-EMP) < WS-DATE-REFERENCE
               COMPUTE WS-ANNEES-ANCIENNETE =
                   (WS-DATE-REFERENCE - WS-EMP-EMBAUCHE-T(WS-IDX-EMP))
                   / 10000
               COMPUTE WS-POINTS =
                   WS-ANNEES-ANCIENNETE * WS-POINTS-ANNEE
               IF WS-POINTS > WS-PLAFOND-ANCIENNETE
                   MOVE WS-PLAFOND-ANCIENNETE TO WS-POINTS
               END-IF
               ADD WS-POINTS TO WS-SCORE
           END-IF
           COMPUTE WS-POINTS =
               WS-VX-ENFANTS(WS-IDX-VX) * WS-POINTS-ENFANT
           IF WS-POINTS > WS-PLAFOND-ENFANTS
               MOVE WS-PLAFOND-ENFANTS TO WS-POINTS
           END-IF
           ADD WS-POINTS TO WS-SCORE
      * Campagne precedente : meilleur rang obtenu (0 = aucun).
           MOVE 'N' TO WS-A-PARTICIPE
           MOVE 0 TO WS-MEILLEUR-RANG-OBTENU
           PERFORM VARYING WS-IDX-VX2 FROM 1 BY 1
               UNTIL WS-IDX-VX2 > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX2) = WS-ANNEE-PRECEDENTE
                   AND WS-VX-EMP-ID(WS-IDX-VX2)
                       = WS-VX-EMP-ID(WS-IDX-VX)
                   MOVE 'O' TO WS-A-PARTICIPE
                   IF WS-VX-DECISION(WS-IDX-VX2) = 'RETENU'
                       OR WS-VX-DECISION(WS-IDX-VX2) = 'POSE'
                       MOVE WS-VX-RANG(WS-IDX-VX2)
                           TO WS-MEILLEUR-RANG-OBTENU
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-A-PARTICIPE = 'N'
                   ADD WS-POINTS-NEUTRE TO WS-SCORE
               WHEN WS-MEILLEUR-RANG-OBTENU = 0
                   ADD WS-POINTS-RIEN-OBTENU TO WS-SCORE
               WHEN WS-MEILLEUR-RANG-OBTENU > 1
                   ADD WS-POINTS-NEUTRE TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHOISIR-PRIORITAIRE.
      * Voeu SAISI du salarie le plus prioritaire : score le plus
      * haut, puis embauche la plus ancienne, puis EMP-ID.
           MOVE 0 TO WS-IDX-MEILLEUR
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                   AND WS-VX-DECISION(WS-IDX-VX) = 'SAISI'
                   IF WS-IDX-MEILLEUR = 0
                       MOVE WS-IDX-VX TO WS-IDX-MEILLEUR
                   ELSE
                       PERFORM COMPARER-PRIORITE
                   END-IF
               END-IF
           END-PERFORM.

       COMPARER-PRIORITE.
           EVALUATE TRUE
               WHEN WS-VX-SCORE(WS-IDX-VX)
                       > WS-VX-SCORE(WS-IDX-MEILLEUR)
                   MOVE WS-IDX-VX TO WS-IDX-MEILLEUR
               WHEN WS-VX-SCORE(WS-IDX-VX)
                       < WS-VX-SCORE(WS-IDX-MEILLEUR)
                   CONTINUE
               WHEN WS-EMP-EMBAUCHE-T(WS-VX-IDX-EMP(WS-IDX-VX))
                   < WS-EMP-EMBAUCHE-T(WS-VX-IDX-EMP(WS-IDX-MEILLEUR))
                   MOVE WS-IDX-VX TO WS-IDX-MEILLEUR
               WHEN WS-EMP-EMBAUCHE-T(WS-VX-IDX-EMP(WS-IDX-VX))
                   > WS-EMP-EMBAUCHE-T(WS-VX-IDX-EMP(WS-IDX-MEILLEUR))
                   CONTINUE
               WHEN WS-VX-EMP-ID(WS-IDX-VX)
                       < WS-VX-EMP-ID(WS-IDX-MEILLEUR)
                   MOVE WS-IDX-VX TO WS-IDX-MEILLEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ARBITRER-EMPLOYE.
      * Voeux du salarie retenu, dans l'ordre de ses rangs.
           MOVE WS-VX-EMP-ID(WS-IDX-MEILLEUR) TO WS-EMP-COURANT
           MOVE WS-VX-IDX-EMP(WS-IDX-MEILLEUR) TO WS-IDX-EMP
           MOVE WS-EMP-DEPT-T(WS-IDX-EMP) TO WS-DEPT-COURANT
           MOVE 0 TO WS-IDX-RETENU
           PERFORM VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > WS-NB-VOEUX-MAX
               PERFORM VARYING WS-IDX-VX FROM 1 BY 1
                   UNTIL WS-IDX-VX > WS-NB-VOEUX
                   IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                       AND WS-VX-EMP-ID(WS-IDX-VX) = WS-EMP-COURANT
                       AND WS-VX-RANG(WS-IDX-VX) = WS-RANG
                       AND WS-VX-DECISION(WS-IDX-VX) = 'SAISI'
                       IF WS-IDX-RETENU = 0
                           PERFORM CONTROLER-PLANCHER
                       END-IF
                       IF WS-IDX-RETENU = 0
                           AND WS-PLANCHER-VIOLE = 'N'
                           MOVE WS-IDX-VX TO WS-IDX-RETENU
                           MOVE 'RETENU' TO WS-VX-DECISION(WS-IDX-VX)
                           ADD 1 TO WS-NB-RETENUS
                       ELSE
                           MOVE 'REFUSE' TO WS-VX-DECISION(WS-IDX-VX)
                           ADD 1 TO WS-NB-REFUSES
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONTROLER-PLANCHER.
      * Meme regle que la saisie unitaire (US-06) : jour par jour,
      * absents approuves et voeux deja retenus du departement plus
      * le salarie, contre le plancher 'N' ou le pourcentage 'P'.
           MOVE 'N' TO WS-PLANCHER-VIOLE
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
               UNTIL WS-IDX-PLC > WS-NB-PLANCHERS
               OR WS-PLC-DEPT(WS-IDX-PLC) = WS-DEPT-COURANT
               CONTINUE
           END-PERFORM
           IF WS-IDX-PLC <= WS-NB-PLANCHERS
               MOVE 0 TO WS-EFFECTIF-DEPT
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                   IF WS-EMP-DEPT-T(WS-IDX-EMP) = WS-DEPT-COURANT
                       ADD 1 TO WS-EFFECTIF-DEPT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-INT-COURANT
                   FROM WS-VX-INT-DEBUT(WS-IDX-VX) BY 1
                   UNTIL WS-INT-COURANT > WS-VX-INT-FIN(WS-IDX-VX)
                   OR WS-PLANCHER-VIOLE = 'O'
                   PERFORM CONTROLER-UN-JOUR
               END-PERFORM
           END-IF.

       CONTROLER-UN-JOUR.
           MOVE 1 TO WS-NB-ABSENTS-JOUR
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
               UNTIL WS-IDX-ABS > WS-NB-ABSENCES
               IF WS-ABS-DEPT(WS-IDX-ABS) = WS-DEPT-COURANT
                   AND WS-ABS-EMP-ID(WS-IDX-ABS) NOT = WS-EMP-COURANT
                   AND WS-INT-COURANT >= WS-ABS-INT-DEBUT(WS-IDX-ABS)
                   AND WS-INT-COURANT <= WS-ABS-INT-FIN(WS-IDX-ABS)
                   ADD 1 TO WS-NB-ABSENTS-JOUR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-VX2 FROM 1 BY 1
               UNTIL WS-IDX-VX2 > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX2) = WS-ANNEE
                   AND WS-VX-DECISION(WS-IDX-VX2) = 'RETENU'
                   AND WS-VX-EMP-ID(WS-IDX-VX2) NOT = WS-EMP-COURANT
                   AND WS-EMP-DEPT-T(WS-VX-IDX-EMP(WS-IDX-VX2))
                       = WS-DEPT-COURANT
                   AND WS-INT-COURANT >= WS-VX-INT-DEBUT(WS-IDX-VX2)
                   AND WS-INT-COURANT <= WS-VX-INT-FIN(WS-IDX-VX2)
                   ADD 1 TO WS-NB-ABSENTS-JOUR
               END-IF
           END-PERFORM
           EVALUATE WS-PLC-TYPE(WS-IDX-PLC)
               WHEN 'N'
                   IF WS-EFFECTIF-DEPT < WS-NB-ABSENTS-JOUR
                       OR WS-EFFECTIF-DEPT - WS-NB-ABSENTS-JOUR
                           < WS-PLC-VALEUR(WS-IDX-PLC)
                       MOVE 'O' TO WS-PLANCHER-VIOLE
                   END-IF
               WHEN 'P'
                   IF WS-EFFECTIF-DEPT > 0
                       COMPUTE WS-PCT-ABSENTS ROUNDED =
                           WS-NB-ABSENTS-JOUR * 100 / WS-EFFECTIF-DEPT
                       IF WS-PCT-ABSENTS > WS-PLC-VALEUR(WS-IDX-PLC)
                           MOVE 'O' TO WS-PLANCHER-VIOLE
                       END-IF
                   END-IF
           END-EVALUATE.

       EDITER-PLAN.
      * Plan propose par departement, soumis aux responsables avant
      * la pose des demandes.
           MOVE 0 TO WS-NB-DEPTS
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                   AND WS-VX-IDX-EMP(WS-IDX-VX) <= WS-NB-EMPLOYES
                   PERFORM RETENIR-DEPARTEMENT
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHIER-PLAN
           MOVE '======================================'
               TO LIGNE-PLAN
           WRITE LIGNE-PLAN
           MOVE SPACES TO LIGNE-PLAN
           STRING 'PLAN DES CONGES D''ETE ' WS-ANNEE
               ' - PROPOSITION DU ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-PLAN
           WRITE LIGNE-PLAN
           MOVE '======================================'
               TO LIGNE-PLAN
           WRITE LIGNE-PLAN
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
               UNTIL WS-IDX-DPT > WS-NB-DEPTS
               PERFORM EDITER-DEPARTEMENT
           END-PERFORM
           MOVE SPACES TO LIGNE-PLAN
           WRITE LIGNE-PLAN
           MOVE SPACES TO LIGNE-PLAN
           STRING 'Voeux retenus : ' WS-NB-RETENUS
               '   Voeux refuses : ' WS-NB-REFUSES
               DELIMITED SIZE INTO LIGNE-PLAN
           WRITE LIGNE-PLAN
           CLOSE FICHIER-PLAN.

       RETENIR-DEPARTEMENT.
           MOVE WS-EMP-DEPT-T(WS-VX-IDX-EMP(WS-IDX-VX))
               TO WS-DEPT-COURANT
           MOVE 'N' TO WS-DEPT-CONNU
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
               UNTIL WS-IDX-DPT > WS-NB-DEPTS
               IF WS-DPT-NOM(WS-IDX-DPT) = WS-DEPT-COURANT
                   MOVE 'O' TO WS-DEPT-CONNU
               END-IF
           END-PERFORM
           IF WS-DEPT-CONNU = 'N' AND WS-NB-DEPTS < 200
               ADD 1 TO WS-NB-DEPTS
               MOVE WS-DEPT-COURANT TO WS-DPT-NOM(WS-NB-DEPTS)
           END-IF.

       EDITER-DEPARTEMENT.
           MOVE SPACES TO LIGNE-PLAN
           WRITE LIGNE-PLAN
           MOVE SPACES TO LIGNE-PLAN
           STRING 'DEPARTEMENT ' WS-DPT-NOM(WS-IDX-DPT)
               DELIMITED SIZE INTO LIGNE-PLAN
           WRITE LIGNE-PLAN
           MOVE 'EMP-ID NOM                  RG DEBUT      FIN        '
               & 'SCORE DECISION' TO LIGNE-PLAN
           WRITE LIGNE-PLAN
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                   AND WS-VX-IDX-EMP(WS-IDX-VX) <= WS-NB-EMPLOYES
                   AND WS-EMP-DEPT-T(WS-VX-IDX-EMP(WS-IDX-VX))
                       = WS-DPT-NOM(WS-IDX-DPT)
                   MOVE WS-VX-EMP-ID(WS-IDX-VX) TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-PLAN
                   STRING WS-ID-AFF '  '
                       WS-EMP-NOM-T(WS-VX-IDX-EMP(WS-IDX-VX)) ' '
                       WS-VX-RANG(WS-IDX-VX) '  '
                       WS-VX-DEBUT(WS-IDX-VX) ' '
                       WS-VX-FIN(WS-IDX-VX) ' '
                       WS-VX-SCORE(WS-IDX-VX) '   '
                       WS-VX-DECISION(WS-IDX-VX)
                       DELIMITED SIZE INTO LIGNE-PLAN
                   WRITE LIGNE-PLAN
               END-IF
           END-PERFORM.

       POSER-VOEUX.
      * Chaque voeu RETENU devient en une passe une demande CP
      * EN_ATTENTE dans conges.dat, a approuver par le responsable
      * (US-14) ; le voeu passe alors a POSE.
           MOVE 0 TO WS-NB-RETENUS
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                   AND WS-VX-DECISION(WS-IDX-VX) = 'RETENU'
                   ADD 1 TO WS-NB-RETENUS
               END-IF
           END-PERFORM
           IF WS-NB-RETENUS = 0
               DISPLAY 'Aucun voeu RETENU a poser : lancer '
                   'l''arbitrage.'
           ELSE
               DISPLAY WS-NB-RETENUS ' voeu(x) retenu(s) a poser en '
                   'demandes EN_ATTENTE. Confirmer (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   PERFORM POSER-DEMANDES
               ELSE
                   DISPLAY 'Pose abandonnee.'
               END-IF
           END-IF.

       POSER-DEMANDES.
           PERFORM POSER-VERROU
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-FERIES
           OPEN I-O FICHIER-CONGES
           IF WS-STATUT-CONGES NOT = '00'
               OPEN OUTPUT FICHIER-CONGES
               CLOSE FICHIER-CONGES
               OPEN I-O FICHIER-CONGES
           END-IF
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           MOVE 0 TO WS-NB-POSES
           MOVE 0 TO WS-NB-NON-POSES
           PERFORM VARYING WS-IDX-VX FROM 1 BY 1
               UNTIL WS-IDX-VX > WS-NB-VOEUX
               IF WS-VX-ANNEE(WS-IDX-VX) = WS-ANNEE
                   AND WS-VX-DECISION(WS-IDX-VX) = 'RETENU'
                   PERFORM POSER-UNE-DEMANDE
               END-IF
           END-PERFORM
           CLOSE FICHIER-AUDIT
           CLOSE FICHIER-CONGES
           PERFORM LIBERER-VERROU
           IF WS-NB-POSES > 0
               MOVE 'O' TO WS-CAMPAGNE-POSEE
           END-IF
           PERFORM ECRIRE-VOEUX
           DISPLAY 'Demandes posees     : ' WS-NB-POSES
           DISPLAY 'Demandes non posees : ' WS-NB-NON-POSES
           IF WS-NB-NON-POSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       POSER-UNE-DEMANDE.
           MOVE WS-VX-EMP-ID(WS-IDX-VX) TO WS-ID-CHERCHE
           MOVE WS-VX-EMP-ID(WS-IDX-VX) TO WS-ID-AFF
           PERFORM CHERCHER-EMPLOYE
           MOVE WS-VX-DEBUT(WS-IDX-VX) TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-VX-INT-DEBUT(WS-IDX-VX)
           MOVE WS-VX-FIN(WS-IDX-VX) TO WS-DATE-TEXTE
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-INT TO WS-VX-INT-FIN(WS-IDX-VX)
           PERFORM CALCULER-JOURS-OUVRES
           MOVE WS-VX-EMP-ID(WS-IDX-VX) TO CONGE-EMP-ID
           MOVE 'CP'                    TO CONGE-TYPE
           MOVE WS-VX-DEBUT(WS-IDX-VX)  TO CONGE-DEBUT
           MOVE WS-VX-FIN(WS-IDX-VX)    TO CONGE-FIN
           MOVE WS-JOURS-VOEU           TO CONGE-NB-JOURS
           MOVE SPACES                  TO CONGE-DEMI-JOUR
           MOVE 'EN_ATTENTE'            TO CONGE-STATUT
           WRITE CONGE-RECORD
               INVALID KEY
                   DISPLAY 'EMP-ID ' WS-ID-AFF ' : conge deja pose '
                       'au ' WS-VX-DEBUT(WS-IDX-VX) ', voeu non pose.'
                   ADD 1 TO WS-NB-NON-POSES
               NOT INVALID KEY
                   MOVE 'POSE' TO WS-VX-DECISION(WS-IDX-VX)
                   ADD 1 TO WS-NB-POSES
                   PERFORM AUDITER-POSE
           END-WRITE.

       CHARGER-FERIES.
           MOVE 0 TO WS-NB-FERIES
           OPEN INPUT FICHIER-FERIES
           IF WS-STATUT-FERIES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FERIES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF FERIE-DATE(1:4) = WS-ANNEE
                               AND WS-NB-FERIES < 999
                               ADD 1 TO WS-NB-FERIES
                               MOVE FERIE-DATE
                                   TO WS-FERIE-DATE(WS-NB-FERIES)
                               MOVE FERIE-SITE
                                   TO WS-FERIE-SITE(WS-NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FERIES
               MOVE 'N' TO WS-FIN
           END-IF.

       CALCULER-JOURS-OUVRES.
      * Jours ouvres du voeu : hors jours de repos de l'horaire du
      * salarie (samedi et dimanche sans horaire individuel), feries
      * nationaux et feries du site du salarie.
           MOVE 0 TO WS-JOURS-VOEU
           PERFORM VARYING WS-INT-COURANT
               FROM WS-VX-INT-DEBUT(WS-IDX-VX) BY 1
               UNTIL WS-INT-COURANT > WS-VX-INT-FIN(WS-IDX-VX)
               COMPUTE WS-DATE-COURANT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
               CALL 'HORAIRE-JOUR' USING WS-VX-EMP-ID(WS-IDX-VX)
                   WS-DATE-COURANT-NUM WS-HEURES-PREVUES
                   WS-ORIGINE-HORAIRE
               IF WS-HEURES-PREVUES > 0
                   MOVE 'N' TO WS-EST-FERIE
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
                       IF WS-FERIE-DATE(WS-IDX-FERIE)
                               = WS-DATE-COURANT-NUM
                           AND (WS-FERIE-SITE(WS-IDX-FERIE) = SPACES
                           OR (WS-IDX-EMP <= WS-NB-EMPLOYES
                           AND WS-FERIE-SITE(WS-IDX-FERIE)
                               = WS-EMP-SITE-T(WS-IDX-EMP)))
                           MOVE 'O' TO WS-EST-FERIE
                       END-IF
                   END-PERFORM
                   IF WS-EST-FERIE = 'N'
                       ADD 1 TO WS-JOURS-VOEU
                   END-IF
               END-IF
           END-PERFORM.

       AUDITER-POSE.
      * Meme forme de ligne que la saisie unitaire (AJOUT par champ).
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE 'AJOUT' TO WS-AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-ANCIEN
           MOVE 'TYPE' TO WS-AUDIT-CHAMP
           MOVE 'CP' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'DEBUT' TO WS-AUDIT-CHAMP
           MOVE WS-VX-DEBUT(WS-IDX-VX) TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'FIN' TO WS-AUDIT-CHAMP
           MOVE WS-VX-FIN(WS-IDX-VX) TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'STATUT' TO WS-AUDIT-CHAMP
           MOVE 'EN_ATTENTE' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT.

       ECRIRE-LIGNE-AUDIT.
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-AUDIT ','
               WS-HEURE-AUDIT(1:6) ',' 'conges.dat,'
               WS-AUDIT-OPERATION ',' WS-ID-AFF ','
               WS-AUDIT-CHAMP ',' WS-AUDIT-ANCIEN ','
               WS-AUDIT-NOUVEAU
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT.

       POSER-VERROU.
      * Meme exclusion mutuelle sur conges.dat que US-06 et US-14.
           OPEN INPUT FICHIER-VERROU
           IF WS-STATUT-VERROU = '00'
               READ FICHIER-VERROU
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY 'conges.dat verrouille par : '
                           LIGNE-VERROU
               END-READ
               CLOSE FICHIER-VERROU
               DISPLAY 'Forcer la liberation du verrou (detenteur '
                   'plante) ? (O/N) : '
               ACCEPT WS-VERROU-CONF
               IF WS-VERROU-CONF NOT = 'O' AND WS-VERROU-CONF NOT = 'o'
                   DISPLAY 'Execution refusee : conges.dat '
                       'en cours d''utilisation.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-VERROU-UTIL FROM ENVIRONMENT 'USER'
           ACCEPT WS-VERROU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VERROU-HEURE FROM TIME
           OPEN OUTPUT FICHIER-VERROU
           MOVE SPACES TO LIGNE-VERROU
           STRING WS-VERROU-UTIL ' US-96 '
               WS-VERROU-DATE ' ' WS-VERROU-HEURE(1:6)
               DELIMITED SIZE INTO LIGNE-VERROU
           WRITE LIGNE-VERROU
           CLOSE FICHIER-VERROU.

       LIBERER-VERROU.
           CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-VERROU.
