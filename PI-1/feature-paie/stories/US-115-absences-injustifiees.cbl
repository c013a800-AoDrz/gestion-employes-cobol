       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-115-ABSENCES-INJUSTIFIEES.
      * US-115 : Absences injustifiees : jours travailles sans aucun
      *          pointage ni absence connue, soumis au responsable
      *          pour justification puis retenus sans solde au
      *          cutoff de la paie
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
           SELECT FICHIER-BADGES
               ASSIGN TO WS-CHEMIN-BADGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BADGES.
           SELECT FICHIER-POINTAGES
               ASSIGN TO WS-CHEMIN-POINTAGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-POINTAGES.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-FERIES
               ASSIGN TO WS-CHEMIN-FERIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FERIES.
           SELECT FICHIER-ARRETS
               ASSIGN TO WS-CHEMIN-ARRETS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARRETS.
           SELECT FICHIER-FORMATIONS
               ASSIGN TO WS-CHEMIN-FORMATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FORMATIONS.
           SELECT FICHIER-INSCRIPTIONS
               ASSIGN TO WS-CHEMIN-INSCRIPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-INSCRIPTIONS.
           SELECT FICHIER-TELETRAVAIL
               ASSIGN TO WS-CHEMIN-TELETRAVAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TELETRAVAIL.
           SELECT FICHIER-CALENDRIER
               ASSIGN TO WS-CHEMIN-CALENDRIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FICHIER-DELEGATIONS
               ASSIGN TO WS-CHEMIN-DELEGATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DELEGATIONS.
           SELECT FICHIER-SUIVI
               ASSIGN TO WS-CHEMIN-SUIVI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SUIVI.
           SELECT FICHIER-RELANCES
               ASSIGN TO WS-CHEMIN-RELANCES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-VERROU
               ASSIGN TO WS-CHEMIN-VERROU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BADGES.
           COPY '../../../copybooks/badge.cpy'.

        FD FICHIER-POINTAGES.
           COPY '../../../copybooks/pointage.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-FERIES.
           COPY '../../../copybooks/ferie.cpy'.

        FD FICHIER-ARRETS.
           COPY '../../../copybooks/avis-arret.cpy'.

        FD FICHIER-FORMATIONS.
           COPY '../../../copybooks/formation.cpy'.

        FD FICHIER-INSCRIPTIONS.
           COPY '../../../copybooks/inscription-formation.cpy'.

        FD FICHIER-TELETRAVAIL.
           COPY '../../../copybooks/teletravail.cpy'.

        FD FICHIER-CALENDRIER.
           COPY '../../../copybooks/calendrier-paie.cpy'.

        FD FICHIER-DELEGATIONS.
           COPY '../../../copybooks/delegation.cpy'.

        FD FICHIER-SUIVI.
           COPY '../../../copybooks/absence-injustifiee.cpy'.

        FD FICHIER-RELANCES.
        01 LIGNE-RELANCE      PIC X(100).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

        FD FICHIER-VERROU.
        01 LIGNE-VERROU       PIC X(60).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BADGES    PIC XX.
        01 WS-STATUT-POINTAGES PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-FERIES    PIC XX.
        01 WS-STATUT-ARRETS    PIC XX.
        01 WS-STATUT-FORMATIONS PIC XX.
        01 WS-STATUT-INSCRIPTIONS PIC XX.
        01 WS-STATUT-TELETRAVAIL PIC XX.
        01 WS-STATUT-CALENDRIER PIC XX.
        01 WS-STATUT-DELEGATIONS PIC XX.
        01 WS-STATUT-SUIVI     PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-VERROU    PIC XX.

        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-JOUR        PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-CODE-RETOUR      PIC 9(2)  VALUE 0.

      * Mode (SYSIN) : D = releve des jours injustifies de la
      * periode et relance des responsables (quotidien ou mensuel),
      * J = justification d'un jour sur retour du responsable,
      * C = au cutoff de la periode, releve puis pose en conge sans
      * solde APPROUVE dans conges.dat des jours toujours
      * injustifies : US-03 les retient comme tout conge sans solde
      * (ceux d'une periode deja payee au titre de sa regularisation
      * des absences passees).
        01 WS-MODE             PIC X     VALUE SPACES.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-SAISIE-DATE      PIC X(8)  VALUE SPACES.
        01 WS-SAISIE-MOTIF     PIC X(20) VALUE SPACES.
        01 WS-EMP-ID-JUST      PIC 9(5)  VALUE 0.
        01 WS-DATE-JUST        PIC 9(8)  VALUE 0.

      * Bornes du controle : du premier jour de la periode a la
      * veille (ou au dernier jour du mois pour une periode close) ;
      * le jour meme n'est jamais controle, ses pointages pouvant
      * encore arriver.
        01 WS-DATE-PREMIER     PIC 9(8)  VALUE 0.
        01 WS-DATE-LIMITE      PIC 9(8)  VALUE 0.
        01 WS-DATE-MOIS-SUIV   PIC 9(8)  VALUE 0.
        01 WS-INT-PREMIER      PIC 9(8)  VALUE 0.
        01 WS-INT-LIMITE       PIC 9(8)  VALUE 0.
        01 WS-INT-DERNIER      PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-DATE-DEBUT-NUM   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-NUM     PIC 9(8)  VALUE 0.
        01 WS-NB-JOURS-CTRL    PIC 9(2)  VALUE 0.
        01 WS-IDX-JOUR         PIC 9(2)  VALUE 0.
        01 WS-DATE-ISO         PIC X(10) VALUE SPACES.

      * Cutoff de la periode (calendrier-paie.txt, zero si absente) ;
      * les jours encore EN_ATTENTE partent en corbeille operateur
      * (US-78) a partir de WS-DELAI-ALERTE jours avant le cutoff.
        01 WS-CUTOFF           PIC 9(8)  VALUE 0.
        01 WS-INT-CUTOFF       PIC 9(8)  VALUE 0.
        01 WS-DELAI-ALERTE     PIC 9(2)  VALUE 3.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.
        01 WS-EST-FERIE        PIC X     VALUE 'N'.

      * Employes et grille des jours de la periode. Etat d'un jour :
      * espace = non controle (repos, ferie, hors contrat ou hors
      * badge, pointe ou justifie), J = journee sans pointage ni
      * justificatif, A = matin seul a justifier (apres-midi couvert
      * par une demi-journee), P = apres-midi seul a justifier.
      * Un employe n'est controle que sur la fenetre de ses badges
      * (emission la plus ancienne, desactivation la plus tardive).
        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 5000 TIMES.
                10 WS-EMP-ID-T      PIC 9(5).
                10 WS-EMP-MANAGER-T PIC 9(5).
                10 WS-EMP-NOM-T     PIC X(20).
                10 WS-EMP-PRENOM-T  PIC X(20).
                10 WS-EMP-SITE-T    PIC X(10).
                10 WS-EMP-EMBAUCHE-T PIC 9(8).
                10 WS-EMP-SORTIE-T  PIC 9(8).
                10 WS-EMP-BADGE-T   PIC X.
                10 WS-EMP-BADGE-DEBUT PIC 9(8).
                10 WS-EMP-BADGE-FIN PIC 9(8).
                10 WS-EMP-JOUR      PIC X OCCURS 31 TIMES.
        01 WS-NB-EMPLOYES      PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.
        01 WS-ID-CHERCHE       PIC 9(5)  VALUE 0.
        01 WS-IDX-TROUVE       PIC 9(4)  VALUE 0.

        01 WS-TAB-BADGES.
            05 WS-BDG OCCURS 5000 TIMES.
                10 WS-BDG-NUMERO    PIC X(8).
                10 WS-BDG-IDX-EMP   PIC 9(4).
        01 WS-NB-BADGES        PIC 9(4)  VALUE 0.
        01 WS-IDX-BDG          PIC 9(4)  VALUE 0.

        01 WS-TAB-FERIES.
            05 WS-FERIE OCCURS 200 TIMES.
                10 WS-FERIE-DATE  PIC 9(8).
                10 WS-FERIE-SITE  PIC X(10).
        01 WS-NB-FERIES        PIC 9(3)  VALUE 0.
        01 WS-IDX-FERIE        PIC 9(3)  VALUE 0.

        01 WS-TAB-FORMATIONS.
            05 WS-FOR OCCURS 500 TIMES.
                10 WS-FOR-ID        PIC X(6).
                10 WS-FOR-DEBUT     PIC 9(8).
                10 WS-FOR-FIN       PIC 9(8).
        01 WS-NB-FORMATIONS    PIC 9(3)  VALUE 0.
        01 WS-IDX-FOR          PIC 9(3)  VALUE 0.

        01 WS-TAB-DELEGATIONS.
            05 WS-DEL OCCURS 200 TIMES.
                10 WS-DEL-MANAGER   PIC 9(5).
                10 WS-DEL-DELEGUE   PIC 9(5).
        01 WS-NB-DELEGATIONS   PIC 9(3)  VALUE 0.
        01 WS-IDX-DEL          PIC 9(3)  VALUE 0.

      * Demi-journee couverte par le justificatif en cours
      * d'application (AM, PM, espaces = journee entiere).
        01 WS-COUV-DEMI        PIC X(2)  VALUE SPACES.
      * Jours de teletravail declares restant a imputer.
        01 WS-TT-RESTE         PIC 9(2)V9 VALUE 0.

      * Suivi de toutes les periodes (absences-injustifiees.txt),
      * reecrit a chaque passage trie par employe et par jour.
        01 WS-NB-SUIVI         PIC 9(4)  VALUE 0.
        01 WS-TAB-SUIVI.
            05 WS-SUI OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-NB-SUIVI.
                10 WS-SUI-EMP-ID    PIC 9(5).
                10 WS-SUI-DATE      PIC 9(8).
                10 WS-SUI-DEMI-JOUR PIC X(2).
                10 WS-SUI-NB-JOURS  PIC 9V9.
                10 WS-SUI-RESP      PIC 9(5).
                10 WS-SUI-RELEVE    PIC 9(8).
                10 WS-SUI-STATUT    PIC X(10).
                10 WS-SUI-MOTIF     PIC X(20).
                10 WS-SUI-DATE-STATUT PIC 9(8).
                10 WS-SUI-ECRIT     PIC X.
        01 WS-IDX-SUI          PIC 9(4)  VALUE 0.
        01 WS-IDX-SUI2         PIC 9(4)  VALUE 0.
        01 WS-SUI-TROUVE       PIC 9(4)  VALUE 0.

        01 WS-ETAT-JOUR        PIC X     VALUE SPACE.
        01 WS-RESP-EFF         PIC 9(5)  VALUE 0.
        01 WS-NB-NOUVEAUX      PIC 9(4)  VALUE 0.
        01 WS-NB-REGULARISES   PIC 9(4)  VALUE 0.
        01 WS-NB-EN-ATTENTE    PIC 9(4)  VALUE 0.
        01 WS-NB-RETENUS       PIC 9(4)  VALUE 0.
        01 WS-NB-NON-POSES     PIC 9(4)  VALUE 0.
        01 WS-NB-ALERTES       PIC 9(4)  VALUE 0.
        01 WS-NB-IGNORES       PIC 9(4)  VALUE 0.
        01 WS-NB-DESTINATAIRES PIC 9(4)  VALUE 0.
        01 WS-NB-DU-DESTINATAIRE PIC 9(4) VALUE 0.
        01 WS-JOURS-DESTINATAIRE PIC 9(3)V9 VALUE 0.
        01 WS-AFF-NB           PIC ZZZ9.
        01 WS-AFF-JOURS        PIC ZZ9.9.
        01 WS-LIBELLE-STATUT   PIC X(30) VALUE SPACES.

        01 WS-DATE-AUDIT       PIC 9(8)  VALUE 0.
        01 WS-HEURE-AUDIT      PIC 9(8)  VALUE 0.
        01 WS-AUDIT-FICHIER    PIC X(26) VALUE SPACES.
        01 WS-AUDIT-OPERATION  PIC X(12) VALUE SPACES.
        01 WS-AUDIT-CHAMP      PIC X(15) VALUE SPACES.
        01 WS-AUDIT-ANCIEN     PIC X(27) VALUE SPACES.
        01 WS-AUDIT-NOUVEAU    PIC X(27) VALUE SPACES.
        01 WS-ID-AFF           PIC 9(5).

        01 WS-VERROU-CONF      PIC X     VALUE SPACES.
        01 WS-VERROU-UTIL      PIC X(20) VALUE SPACES.
        01 WS-VERROU-DATE      PIC 9(8)  VALUE 0.
        01 WS-VERROU-HEURE     PIC 9(8)  VALUE 0.

        01 WS-RACINE             PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BADGES      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-POINTAGES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FERIES      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ARRETS      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FORMATIONS  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-INSCRIPTIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TELETRAVAIL PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CALENDRIER  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DELEGATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SUIVI       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELANCES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VERROU      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           DISPLAY '================================'
           DISPLAY ' ABSENCES INJUSTIFIEES          '
           DISPLAY '================================'
           DISPLAY 'Mode (D = releve, J = justification, '
               'C = retenue au cutoff, vide = D) : '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN SPACE
               WHEN 'd'
                   MOVE 'D' TO WS-MODE
               WHEN 'j'
                   MOVE 'J' TO WS-MODE
               WHEN 'c'
                   MOVE 'C' TO WS-MODE
           END-EVALUATE
           IF WS-MODE NOT = 'D' AND WS-MODE NOT = 'J'
               AND WS-MODE NOT = 'C'
               DISPLAY 'ERREUR : mode D, J ou C attendu.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MODE = 'J'
               PERFORM JUSTIFIER-ABSENCE
               MOVE WS-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SAISIR-PERIODE
           PERFORM CHARGER-CALENDRIER
           IF WS-MODE = 'C'
               IF WS-CUTOFF = 0
                   DISPLAY 'ERREUR : periode ' WS-PERIODE
                       ' absente de calendrier-paie.txt'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-DATE-JOUR < WS-CUTOFF
                   DISPLAY 'Cutoff du ' WS-CUTOFF ' non atteint : '
                       'aucune retenue posee.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-DELEGATIONS
           PERFORM CHARGER-BADGES
           IF WS-NB-JOURS-CTRL > 0
               PERFORM CHARGER-FERIES
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                   IF WS-EMP-BADGE-T(WS-IDX-EMP) = 'O'
                       PERFORM MARQUER-JOURS-OUVRES
                   END-IF
               END-PERFORM
               PERFORM APPLIQUER-POINTAGES
               PERFORM APPLIQUER-CONGES
               PERFORM APPLIQUER-ARRETS
               PERFORM APPLIQUER-FORMATIONS
               PERFORM APPLIQUER-TELETRAVAIL
           ELSE
               DISPLAY 'Aucun jour echu a controler sur la periode '
                   WS-PERIODE '.'
           END-IF

           PERFORM CHARGER-SUIVI
           PERFORM ACTUALISER-SUIVI
           PERFORM RELEVER-NOUVEAUX
           IF WS-MODE = 'C'
               PERFORM RETENIR-ABSENCES
           END-IF
           IF WS-NB-SUIVI > 0
               SORT WS-SUI ASCENDING WS-SUI-EMP-ID WS-SUI-DATE
                   WS-SUI-DEMI-JOUR
           END-IF
           PERFORM ECRIRE-SUIVI
           PERFORM ECRIRE-RELANCES
           PERFORM ECRIRE-ALERTES

           DISPLAY '--------------------------------'
           MOVE WS-NB-NOUVEAUX TO WS-AFF-NB
           DISPLAY 'Jours nouvellement releves : ' WS-AFF-NB
           MOVE WS-NB-REGULARISES TO WS-AFF-NB
           DISPLAY 'Jours regularises depuis   : ' WS-AFF-NB
           MOVE WS-NB-EN-ATTENTE TO WS-AFF-NB
           DISPLAY 'Jours a justifier          : ' WS-AFF-NB
           MOVE WS-NB-DESTINATAIRES TO WS-AFF-NB
           DISPLAY 'Responsables relances      : ' WS-AFF-NB
               ' (relances-absences-injustifiees.txt)'
           IF WS-MODE = 'C'
               MOVE WS-NB-RETENUS TO WS-AFF-NB
               DISPLAY 'Jours retenus sans solde   : ' WS-AFF-NB
               IF WS-NB-NON-POSES > 0
                   MOVE WS-NB-NON-POSES TO WS-AFF-NB
                   DISPLAY 'ATTENTION : ' WS-AFF-NB ' jour(s) non '
                       'pose(s) : conge deja present a cette date'
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF
           IF WS-NB-ALERTES > 0
               MOVE WS-NB-ALERTES TO WS-AFF-NB
               DISPLAY 'Jours proches du cutoff   : ' WS-AFF-NB
                   ' (alertes-absences-injustifiees.txt)'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           IF WS-NB-IGNORES > 0
               MOVE WS-NB-IGNORES TO WS-AFF-NB
               DISPLAY 'ATTENTION : ' WS-AFF-NB ' jour(s) non '
                   'suivi(s) (table pleine)'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../badges.txt' TO WS-CHEMIN-BADGES
               MOVE '../pointages.txt' TO WS-CHEMIN-POINTAGES
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../../../PI-2/feature-conges/jours-feries.txt'
                   TO WS-CHEMIN-FERIES
               MOVE '../../../PI-2/feature-conges/avis-arrets.txt'
                   TO WS-CHEMIN-ARRETS
               MOVE '../formations.txt' TO WS-CHEMIN-FORMATIONS
               MOVE '../inscriptions-formation.txt' TO
                   WS-CHEMIN-INSCRIPTIONS
               MOVE '../teletravail.txt' TO WS-CHEMIN-TELETRAVAIL
               MOVE '../calendrier-paie.txt' TO WS-CHEMIN-CALENDRIER
               MOVE '../../../PI-2/feature-conges/delegations.txt'
                   TO WS-CHEMIN-DELEGATIONS
               MOVE '../absences-injustifiees.txt' TO WS-CHEMIN-SUIVI
               MOVE '../relances-absences-injustifiees.txt' TO
                   WS-CHEMIN-RELANCES
               MOVE '../alertes-absences-injustifiees.txt' TO
                   WS-CHEMIN-ALERTES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../../../PI-2/feature-conges/verrou-conges.txt'
                   TO WS-CHEMIN-VERROU
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/badges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BADGES
               STRING FUNCTION TRIM(WS-RACINE) '/pointages.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-POINTAGES
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/jours-feries.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FERIES
               STRING FUNCTION TRIM(WS-RACINE) '/avis-arrets.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ARRETS
               STRING FUNCTION TRIM(WS-RACINE) '/formations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FORMATIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/inscriptions-formation.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-INSCRIPTIONS
               STRING FUNCTION TRIM(WS-RACINE) '/teletravail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TELETRAVAIL
               STRING FUNCTION TRIM(WS-RACINE) '/calendrier-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CALENDRIER
               STRING FUNCTION TRIM(WS-RACINE) '/delegations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DELEGATIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/absences-injustifiees.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SUIVI
               STRING FUNCTION TRIM(WS-RACINE)
                   '/relances-absences-injustifiees.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELANCES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-absences-injustifiees.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/verrou-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VERROU
           END-IF.

       SAISIR-PERIODE.
           DISPLAY 'Periode (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ELSE
               IF WS-SAISIE-PERIODE NOT NUMERIC
                   DISPLAY 'ERREUR : periode invalide '
                       WS-SAISIE-PERIODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           IF WS-PERIODE(5:2) < '01' OR WS-PERIODE(5:2) > '12'
               DISPLAY 'ERREUR : periode invalide ' WS-PERIODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-PREMIER = WS-PERIODE * 100 + 1
           COMPUTE WS-INT-PREMIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER)
           IF WS-PERIODE(5:2) = '12'
               COMPUTE WS-DATE-MOIS-SUIV =
                   (WS-PERIODE + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATE-MOIS-SUIV =
                   (WS-PERIODE + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-DERNIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS-SUIV) - 1
           MOVE WS-INT-DERNIER TO WS-INT-LIMITE
           IF WS-INT-JOUR - 1 < WS-INT-LIMITE
               COMPUTE WS-INT-LIMITE = WS-INT-JOUR - 1
           END-IF
           MOVE 0 TO WS-NB-JOURS-CTRL
           MOVE 0 TO WS-DATE-LIMITE
           IF WS-INT-LIMITE >= WS-INT-PREMIER
               COMPUTE WS-NB-JOURS-CTRL =
                   WS-INT-LIMITE - WS-INT-PREMIER + 1
               COMPUTE WS-DATE-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-LIMITE)
           END-IF.

       CHARGER-CALENDRIER.
      * Fichier optionnel en releve (sans cutoff connu, aucune
      * alerte) ; obligatoire pour la retenue (controle appelant).
           MOVE 0 TO WS-CUTOFF
           OPEN INPUT FICHIER-CALENDRIER
           IF WS-STATUT-CALENDRIER = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CALENDRIER
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CAL-PERIODE = WS-PERIODE
                               MOVE CAL-CUTOFF TO WS-CUTOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CALENDRIER
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-CUTOFF > 0
               COMPUTE WS-INT-CUTOFF =
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF)
           END-IF.

       CHARGER-EMPLOYES.
      * Tous les employes (noms et ligne hierarchique pour les
      * relances) ; seuls ceux qui ont un badge sont controles.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-EMPLOYES < 5000
                           ADD 1 TO WS-NB-EMPLOYES
                           PERFORM RETENIR-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       RETENIR-EMPLOYE.
           MOVE EMP-ID TO WS-EMP-ID-T(WS-NB-EMPLOYES)
           MOVE EMP-MANAGER TO WS-EMP-MANAGER-T(WS-NB-EMPLOYES)
           MOVE EMP-NOM TO WS-EMP-NOM-T(WS-NB-EMPLOYES)
           MOVE EMP-PRENOM TO WS-EMP-PRENOM-T(WS-NB-EMPLOYES)
           MOVE EMP-SITE TO WS-EMP-SITE-T(WS-NB-EMPLOYES)
           MOVE EMP-DATE-EMBAUCHE TO WS-EMP-EMBAUCHE-T(WS-NB-EMPLOYES)
           MOVE EMP-DATE-SORTIE TO WS-EMP-SORTIE-T(WS-NB-EMPLOYES)
           MOVE 'N' TO WS-EMP-BADGE-T(WS-NB-EMPLOYES)
           MOVE 0 TO WS-EMP-BADGE-DEBUT(WS-NB-EMPLOYES)
           MOVE 0 TO WS-EMP-BADGE-FIN(WS-NB-EMPLOYES)
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
               UNTIL WS-IDX-JOUR > 31
               MOVE SPACE TO WS-EMP-JOUR(WS-NB-EMPLOYES, WS-IDX-JOUR)
           END-PERFORM.

       TROUVER-EMPLOYE.
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                  OR WS-IDX-TROUVE > 0
               IF WS-EMP-ID-T(WS-IDX-EMP) = WS-ID-CHERCHE
                   MOVE WS-IDX-EMP TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       CHARGER-DELEGATIONS.
      * delegations.txt : fichier optionnel entretenu par US-73 ;
      * seules les delegations actives a la date du jour comptent.
           MOVE 0 TO WS-NB-DELEGATIONS
           OPEN INPUT FICHIER-DELEGATIONS
           IF WS-STATUT-DELEGATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-DELEGATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF DEL-DATE-DEBUT <= WS-DATE-JOUR
                               AND (DEL-DATE-FIN = 0
                                   OR DEL-DATE-FIN >= WS-DATE-JOUR)
                               AND WS-NB-DELEGATIONS < 200
                               ADD 1 TO WS-NB-DELEGATIONS
                               MOVE DEL-MANAGER TO
                                 WS-DEL-MANAGER(WS-NB-DELEGATIONS)
                               MOVE DEL-DELEGUE TO
                                 WS-DEL-DELEGUE(WS-NB-DELEGATIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DELEGATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-BADGES.
      * Tous les badges, actifs ou desactives, pour rattacher les
      * pointages ; la fenetre de controle de l'employe va de sa
      * premiere emission a sa derniere desactivation (sans fin tant
      * qu'un badge reste actif, sans debut si l'emission est
      * inconnue).
           OPEN INPUT FICHIER-BADGES
           IF WS-STATUT-BADGES NOT = '00'
               DISPLAY 'ERREUR : ouverture badges.txt impossible '
                   '(statut ' WS-STATUT-BADGES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-BADGES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       MOVE BADGE-EMP-ID TO WS-ID-CHERCHE
                       PERFORM TROUVER-EMPLOYE
                       IF WS-IDX-TROUVE > 0 AND WS-NB-BADGES < 5000
                           ADD 1 TO WS-NB-BADGES
                           MOVE BADGE-NUMERO
                               TO WS-BDG-NUMERO(WS-NB-BADGES)
                           MOVE WS-IDX-TROUVE
                               TO WS-BDG-IDX-EMP(WS-NB-BADGES)
                           PERFORM ETENDRE-FENETRE-BADGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-BADGES
           MOVE 'N' TO WS-FIN.

       ETENDRE-FENETRE-BADGE.
           IF WS-EMP-BADGE-T(WS-IDX-TROUVE) = 'N'
               MOVE 'O' TO WS-EMP-BADGE-T(WS-IDX-TROUVE)
               MOVE BADGE-DATE-EMISSION
                   TO WS-EMP-BADGE-DEBUT(WS-IDX-TROUVE)
               MOVE 99999999 TO WS-EMP-BADGE-FIN(WS-IDX-TROUVE)
               IF BADGE-STATUT = 'INACTIF'
                   AND BADGE-DATE-DESACTIVATION > 0
                   MOVE BADGE-DATE-DESACTIVATION
                       TO WS-EMP-BADGE-FIN(WS-IDX-TROUVE)
               END-IF
           ELSE
               IF BADGE-DATE-EMISSION
                   < WS-EMP-BADGE-DEBUT(WS-IDX-TROUVE)
                   MOVE BADGE-DATE-EMISSION
                       TO WS-EMP-BADGE-DEBUT(WS-IDX-TROUVE)
               END-IF
               IF BADGE-STATUT NOT = 'INACTIF'
                   OR BADGE-DATE-DESACTIVATION = 0
                   MOVE 99999999 TO WS-EMP-BADGE-FIN(WS-IDX-TROUVE)
               ELSE
                   IF BADGE-DATE-DESACTIVATION
                       > WS-EMP-BADGE-FIN(WS-IDX-TROUVE)
                       MOVE BADGE-DATE-DESACTIVATION
                           TO WS-EMP-BADGE-FIN(WS-IDX-TROUVE)
                   END-IF
               END-IF
           END-IF.

       CHARGER-FERIES.
      * Fichier optionnel : sans calendrier, aucun jour ferie n'est
      * exclu du controle.
           MOVE 0 TO WS-NB-FERIES
           OPEN INPUT FICHIER-FERIES
           IF WS-STATUT-FERIES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FERIES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF FERIE-DATE >= WS-DATE-PREMIER
                               AND FERIE-DATE <= WS-DATE-LIMITE
                               AND WS-NB-FERIES < 200
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

       MARQUER-JOURS-OUVRES.
      * Jours a controler de l'employe WS-IDX-EMP : dans son contrat
      * et la fenetre de ses badges, travailles selon son horaire
      * (HORAIRE-JOUR), hors feries nationaux et de son site.
           PERFORM VARYING WS-INT-COURANT FROM WS-INT-PREMIER BY 1
               UNTIL WS-INT-COURANT > WS-INT-LIMITE
               COMPUTE WS-DATE-COURANT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
               IF WS-DATE-COURANT-NUM
                       >= WS-EMP-EMBAUCHE-T(WS-IDX-EMP)
                   AND (WS-EMP-SORTIE-T(WS-IDX-EMP) = 0
                   OR WS-DATE-COURANT-NUM
                       <= WS-EMP-SORTIE-T(WS-IDX-EMP))
                   AND WS-DATE-COURANT-NUM
                       >= WS-EMP-BADGE-DEBUT(WS-IDX-EMP)
                   AND WS-DATE-COURANT-NUM
                       <= WS-EMP-BADGE-FIN(WS-IDX-EMP)
                   PERFORM EVALUER-JOUR
               END-IF
           END-PERFORM.

       EVALUER-JOUR.
           CALL 'HORAIRE-JOUR' USING WS-EMP-ID-T(WS-IDX-EMP)
               WS-DATE-COURANT-NUM WS-HEURES-PREVUES
               WS-ORIGINE-HORAIRE
           IF WS-HEURES-PREVUES > 0
               MOVE 'N' TO WS-EST-FERIE
               PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                   UNTIL WS-IDX-FERIE > WS-NB-FERIES
                   IF WS-FERIE-DATE(WS-IDX-FERIE) = WS-DATE-COURANT-NUM
                       AND (WS-FERIE-SITE(WS-IDX-FERIE) = SPACES
                       OR WS-FERIE-SITE(WS-IDX-FERIE)
                           = WS-EMP-SITE-T(WS-IDX-EMP))
                       MOVE 'O' TO WS-EST-FERIE
                   END-IF
               END-PERFORM
               IF WS-EST-FERIE = 'N'
                   COMPUTE WS-IDX-JOUR =
                       WS-INT-COURANT - WS-INT-PREMIER + 1
                   MOVE 'J' TO WS-EMP-JOUR(WS-IDX-EMP, WS-IDX-JOUR)
               END-IF
           END-IF.

       APPLIQUER-POINTAGES.
      * Un seul passage sur le jour suffit a le tenir pour travaille
      * (l'amplitude est controlee par US-57). Sans pointages.txt,
      * tout jour ouvre serait releve : le controle s'arrete.
           OPEN INPUT FICHIER-POINTAGES
           IF WS-STATUT-POINTAGES NOT = '00'
               DISPLAY 'ERREUR : ouverture pointages.txt impossible '
                   '(statut ' WS-STATUT-POINTAGES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-POINTAGES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF PTG-DATE >= WS-DATE-PREMIER
                           AND PTG-DATE <= WS-DATE-LIMITE
                           PERFORM POINTER-JOUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-POINTAGES
           MOVE 'N' TO WS-FIN.

       POINTER-JOUR.
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               IF WS-BDG-NUMERO(WS-IDX-BDG) = PTG-BADGE
                   COMPUTE WS-IDX-JOUR =
                       FUNCTION INTEGER-OF-DATE(PTG-DATE)
                       - WS-INT-PREMIER + 1
                   MOVE SPACE TO WS-EMP-JOUR(
                       WS-BDG-IDX-EMP(WS-IDX-BDG), WS-IDX-JOUR)
               END-IF
           END-PERFORM.

       APPLIQUER-CONGES.
      * Toute absence APPROUVE couvre ses jours, quel qu'en soit le
      * type (CP, RTT, maladie, formation, sans solde deja pose...) ;
      * une demi-journee ne couvre que sa moitie du jour. Une demande
      * EN_ATTENTE ne justifie rien tant qu'elle n'est pas approuvee.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-STATUT = 'APPROUVE  '
                               PERFORM COUVRIR-CONGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       COUVRIR-CONGE.
           MOVE CONGE-EMP-ID TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           IF WS-IDX-TROUVE > 0
               AND WS-EMP-BADGE-T(WS-IDX-TROUVE) = 'O'
               MOVE 0 TO WS-DATE-DEBUT-NUM
               STRING CONGE-DEBUT(1:4) CONGE-DEBUT(6:2)
                   CONGE-DEBUT(9:2)
                   DELIMITED SIZE INTO WS-DATE-DEBUT-NUM
               MOVE 0 TO WS-DATE-FIN-NUM
               STRING CONGE-FIN(1:4) CONGE-FIN(6:2) CONGE-FIN(9:2)
                   DELIMITED SIZE INTO WS-DATE-FIN-NUM
               MOVE CONGE-DEMI-JOUR TO WS-COUV-DEMI
               PERFORM COUVRIR-PLAGE
           END-IF.

       COUVRIR-PLAGE.
      * Couvre, pour l'employe WS-IDX-TROUVE, les jours de la plage
      * WS-DATE-DEBUT-NUM a WS-DATE-FIN-NUM compris dans le controle.
           IF WS-DATE-DEBUT-NUM NUMERIC AND WS-DATE-FIN-NUM NUMERIC
               AND WS-DATE-DEBUT-NUM > 0
               AND WS-DATE-DEBUT-NUM <= WS-DATE-LIMITE
               AND WS-DATE-FIN-NUM >= WS-DATE-PREMIER
               IF WS-DATE-DEBUT-NUM < WS-DATE-PREMIER
                   MOVE WS-INT-PREMIER TO WS-INT-DEBUT
               ELSE
                   COMPUTE WS-INT-DEBUT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM)
               END-IF
               IF WS-DATE-FIN-NUM > WS-DATE-LIMITE
                   MOVE WS-INT-LIMITE TO WS-INT-FIN
               ELSE
                   COMPUTE WS-INT-FIN =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM)
               END-IF
               PERFORM VARYING WS-INT-COURANT FROM WS-INT-DEBUT BY 1
                   UNTIL WS-INT-COURANT > WS-INT-FIN
                   COMPUTE WS-IDX-JOUR =
                       WS-INT-COURANT - WS-INT-PREMIER + 1
                   PERFORM COUVRIR-JOUR
               END-PERFORM
           END-IF.

       COUVRIR-JOUR.
           MOVE WS-EMP-JOUR(WS-IDX-TROUVE, WS-IDX-JOUR)
               TO WS-ETAT-JOUR
           EVALUATE TRUE
               WHEN WS-COUV-DEMI = 'AM' AND WS-ETAT-JOUR = 'J'
                   MOVE 'P' TO WS-ETAT-JOUR
               WHEN WS-COUV-DEMI = 'AM' AND WS-ETAT-JOUR = 'A'
                   MOVE SPACE TO WS-ETAT-JOUR
               WHEN WS-COUV-DEMI = 'PM' AND WS-ETAT-JOUR = 'J'
                   MOVE 'A' TO WS-ETAT-JOUR
               WHEN WS-COUV-DEMI = 'PM' AND WS-ETAT-JOUR = 'P'
                   MOVE SPACE TO WS-ETAT-JOUR
               WHEN WS-COUV-DEMI = 'AM' OR WS-COUV-DEMI = 'PM'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACE TO WS-ETAT-JOUR
           END-EVALUATE
           MOVE WS-ETAT-JOUR
               TO WS-EMP-JOUR(WS-IDX-TROUVE, WS-IDX-JOUR).

       APPLIQUER-ARRETS.
      * Avis d'arret recus mais pas encore importes dans conges.dat
      * (US-72) : l'arret prescrit justifie deja l'absence.
           OPEN INPUT FICHIER-ARRETS
           IF WS-STATUT-ARRETS = '00'
               MOVE SPACES TO WS-COUV-DEMI
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ARRETS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE AVIS-EMP-ID TO WS-ID-CHERCHE
                           PERFORM TROUVER-EMPLOYE
                           IF WS-IDX-TROUVE > 0
                               AND WS-EMP-BADGE-T(WS-IDX-TROUVE) = 'O'
                               MOVE 0 TO WS-DATE-DEBUT-NUM
                               STRING AVIS-DEBUT(1:4) AVIS-DEBUT(6:2)
                                   AVIS-DEBUT(9:2)
                                   DELIMITED SIZE
                                   INTO WS-DATE-DEBUT-NUM
                               MOVE 0 TO WS-DATE-FIN-NUM
                               STRING AVIS-FIN(1:4) AVIS-FIN(6:2)
                                   AVIS-FIN(9:2)
                                   DELIMITED SIZE INTO WS-DATE-FIN-NUM
                               PERFORM COUVRIR-PLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARRETS
               MOVE 'N' TO WS-FIN
           END-IF.

       APPLIQUER-FORMATIONS.
      * Sessions suivies d'apres les inscriptions (US-76), au cas
      * ou l'absence FORMATION aurait ete retiree de conges.dat.
           MOVE 0 TO WS-NB-FORMATIONS
           OPEN INPUT FICHIER-FORMATIONS
           IF WS-STATUT-FORMATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FORMATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF FOR-DEBUT <= WS-DATE-LIMITE
                               AND FOR-FIN >= WS-DATE-PREMIER
                               AND WS-NB-FORMATIONS < 500
                               ADD 1 TO WS-NB-FORMATIONS
                               MOVE FOR-ID
                                   TO WS-FOR-ID(WS-NB-FORMATIONS)
                               MOVE FOR-DEBUT
                                   TO WS-FOR-DEBUT(WS-NB-FORMATIONS)
                               MOVE FOR-FIN
                                   TO WS-FOR-FIN(WS-NB-FORMATIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FORMATIONS
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-FORMATIONS > 0
               OPEN INPUT FICHIER-INSCRIPTIONS
               IF WS-STATUT-INSCRIPTIONS = '00'
                   MOVE SPACES TO WS-COUV-DEMI
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-INSCRIPTIONS
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               PERFORM COUVRIR-INSCRIPTION
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-INSCRIPTIONS
                   MOVE 'N' TO WS-FIN
               END-IF
           END-IF.

       COUVRIR-INSCRIPTION.
           MOVE INS-EMP-ID TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           IF WS-IDX-TROUVE > 0
               AND WS-EMP-BADGE-T(WS-IDX-TROUVE) = 'O'
               PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                   UNTIL WS-IDX-FOR > WS-NB-FORMATIONS
                   IF WS-FOR-ID(WS-IDX-FOR) = INS-FOR-ID
                       MOVE WS-FOR-DEBUT(WS-IDX-FOR)
                           TO WS-DATE-DEBUT-NUM
                       MOVE WS-FOR-FIN(WS-IDX-FOR) TO WS-DATE-FIN-NUM
                       PERFORM COUVRIR-PLAGE
                   END-IF
               END-PERFORM
           END-IF.

       APPLIQUER-TELETRAVAIL.
      * La declaration de teletravail est un nombre de jours du mois
      * sans dates : elle couvre les jours encore injustifies dans
      * l'ordre du calendrier, demi-journees comprises, jusqu'a
      * epuisement des jours declares.
           OPEN INPUT FICHIER-TELETRAVAIL
           IF WS-STATUT-TELETRAVAIL = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-TELETRAVAIL
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF TT-PERIODE = WS-PERIODE
                               AND TT-JOURS > 0
                               PERFORM IMPUTER-TELETRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TELETRAVAIL
               MOVE 'N' TO WS-FIN
           END-IF.

       IMPUTER-TELETRAVAIL.
           MOVE TT-EMP-ID TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           IF WS-IDX-TROUVE > 0
               MOVE TT-JOURS TO WS-TT-RESTE
               PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > WS-NB-JOURS-CTRL
                      OR WS-TT-RESTE = 0
                   MOVE WS-EMP-JOUR(WS-IDX-TROUVE, WS-IDX-JOUR)
                       TO WS-ETAT-JOUR
                   EVALUATE TRUE
                       WHEN WS-ETAT-JOUR = 'J' AND WS-TT-RESTE >= 1
                           MOVE SPACE TO WS-ETAT-JOUR
                           SUBTRACT 1 FROM WS-TT-RESTE
                       WHEN WS-ETAT-JOUR = 'J'
                           MOVE 'P' TO WS-ETAT-JOUR
                           MOVE 0 TO WS-TT-RESTE
                       WHEN WS-ETAT-JOUR = 'A' OR WS-ETAT-JOUR = 'P'
                           MOVE SPACE TO WS-ETAT-JOUR
                           SUBTRACT 0.5 FROM WS-TT-RESTE
                   END-EVALUATE
                   MOVE WS-ETAT-JOUR
                       TO WS-EMP-JOUR(WS-IDX-TROUVE, WS-IDX-JOUR)
               END-PERFORM
           END-IF.

       CHARGER-SUIVI.
      * Suivi des passages precedents (optionnel : absent au premier
      * passage).
           MOVE 0 TO WS-NB-SUIVI
           OPEN INPUT FICHIER-SUIVI
           IF WS-STATUT-SUIVI = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SUIVI
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-SUIVI < 5000
                               ADD 1 TO WS-NB-SUIVI
                               PERFORM RETENIR-SUIVI
                           ELSE
                               ADD 1 TO WS-NB-IGNORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUIVI
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-SUIVI.
           MOVE AIJ-EMP-ID TO WS-SUI-EMP-ID(WS-NB-SUIVI)
           MOVE AIJ-DATE TO WS-SUI-DATE(WS-NB-SUIVI)
           MOVE AIJ-DEMI-JOUR TO WS-SUI-DEMI-JOUR(WS-NB-SUIVI)
           MOVE AIJ-NB-JOURS TO WS-SUI-NB-JOURS(WS-NB-SUIVI)
           MOVE AIJ-RESPONSABLE TO WS-SUI-RESP(WS-NB-SUIVI)
           MOVE AIJ-DATE-RELEVE TO WS-SUI-RELEVE(WS-NB-SUIVI)
           MOVE AIJ-STATUT TO WS-SUI-STATUT(WS-NB-SUIVI)
           MOVE AIJ-MOTIF TO WS-SUI-MOTIF(WS-NB-SUIVI)
           MOVE AIJ-DATE-STATUT TO WS-SUI-DATE-STATUT(WS-NB-SUIVI)
           MOVE 'N' TO WS-SUI-ECRIT(WS-NB-SUIVI).

       ACTUALISER-SUIVI.
      * Jours deja releves de la periode encore EN_ATTENTE : s'ils
      * sont couverts depuis (absence saisie ou approuvee, pointage
      * arrive en retard), ils passent JUSTIFIEE d'office ; sinon la
      * partie a justifier et le responsable sont remis a jour.
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-STATUT(WS-IDX-SUI) = 'EN_ATTENTE'
                   AND WS-SUI-DATE(WS-IDX-SUI) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI) <= WS-DATE-LIMITE
                   PERFORM ACTUALISER-UN-SUIVI
               END-IF
           END-PERFORM.

       ACTUALISER-UN-SUIVI.
           MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           MOVE SPACE TO WS-ETAT-JOUR
           IF WS-IDX-TROUVE > 0
               COMPUTE WS-IDX-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-SUI-DATE(WS-IDX-SUI))
                   - WS-INT-PREMIER + 1
               MOVE WS-EMP-JOUR(WS-IDX-TROUVE, WS-IDX-JOUR)
                   TO WS-ETAT-JOUR
           END-IF
           IF WS-ETAT-JOUR = SPACE
               MOVE 'JUSTIFIEE' TO WS-SUI-STATUT(WS-IDX-SUI)
               MOVE 'REGULARISE' TO WS-SUI-MOTIF(WS-IDX-SUI)
               MOVE WS-DATE-JOUR TO WS-SUI-DATE-STATUT(WS-IDX-SUI)
               ADD 1 TO WS-NB-REGULARISES
           ELSE
               PERFORM DECRIRE-ETAT
               PERFORM DETERMINER-RESPONSABLE
               MOVE WS-RESP-EFF TO WS-SUI-RESP(WS-IDX-SUI)
           END-IF.

       DECRIRE-ETAT.
           EVALUATE WS-ETAT-JOUR
               WHEN 'A'
                   MOVE 'AM' TO WS-SUI-DEMI-JOUR(WS-IDX-SUI)
                   MOVE 0.5 TO WS-SUI-NB-JOURS(WS-IDX-SUI)
               WHEN 'P'
                   MOVE 'PM' TO WS-SUI-DEMI-JOUR(WS-IDX-SUI)
                   MOVE 0.5 TO WS-SUI-NB-JOURS(WS-IDX-SUI)
               WHEN OTHER
                   MOVE SPACES TO WS-SUI-DEMI-JOUR(WS-IDX-SUI)
                   MOVE 1 TO WS-SUI-NB-JOURS(WS-IDX-SUI)
           END-EVALUATE.

       DETERMINER-RESPONSABLE.
      * Responsable direct de l'employe WS-IDX-TROUVE (EMP-MANAGER),
      * remplace par son delegataire pendant une delegation active ;
      * zero = RH.
           MOVE WS-EMP-MANAGER-T(WS-IDX-TROUVE) TO WS-RESP-EFF
           PERFORM VARYING WS-IDX-DEL FROM 1 BY 1
               UNTIL WS-IDX-DEL > WS-NB-DELEGATIONS
               IF WS-DEL-MANAGER(WS-IDX-DEL) = WS-RESP-EFF
                   AND WS-RESP-EFF > 0
                   MOVE WS-DEL-DELEGUE(WS-IDX-DEL) TO WS-RESP-EFF
               END-IF
           END-PERFORM.

       RELEVER-NOUVEAUX.
      * Jours injustifies absents du suivi. Un jour deja suivi garde
      * son statut : une justification acceptee ou une retenue
      * posee n'est jamais remise en attente.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-BADGE-T(WS-IDX-EMP) = 'O'
                   PERFORM RELEVER-UN-EMPLOYE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-NB-EN-ATTENTE
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-STATUT(WS-IDX-SUI) = 'EN_ATTENTE'
                   AND WS-SUI-DATE(WS-IDX-SUI) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI) < WS-DATE-MOIS-SUIV
                   ADD 1 TO WS-NB-EN-ATTENTE
               END-IF
           END-PERFORM.

       RELEVER-UN-EMPLOYE.
           MOVE WS-IDX-EMP TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
               UNTIL WS-IDX-JOUR > WS-NB-JOURS-CTRL
               IF WS-EMP-JOUR(WS-IDX-EMP, WS-IDX-JOUR) NOT = SPACE
                   COMPUTE WS-DATE-COURANT-NUM =
                       FUNCTION DATE-OF-INTEGER(
                           WS-INT-PREMIER + WS-IDX-JOUR - 1)
                   PERFORM CHERCHER-SUIVI
                   IF WS-SUI-TROUVE = 0
                       PERFORM AJOUTER-SUIVI
                   END-IF
               END-IF
           END-PERFORM.

       CHERCHER-SUIVI.
           MOVE 0 TO WS-SUI-TROUVE
           PERFORM VARYING WS-IDX-SUI2 FROM 1 BY 1
               UNTIL WS-IDX-SUI2 > WS-NB-SUIVI
                  OR WS-SUI-TROUVE > 0
               IF WS-SUI-EMP-ID(WS-IDX-SUI2) = WS-EMP-ID-T(WS-IDX-EMP)
                   AND WS-SUI-DATE(WS-IDX-SUI2) = WS-DATE-COURANT-NUM
                   MOVE WS-IDX-SUI2 TO WS-SUI-TROUVE
               END-IF
           END-PERFORM.

       AJOUTER-SUIVI.
           IF WS-NB-SUIVI NOT < 5000
               ADD 1 TO WS-NB-IGNORES
           ELSE
               ADD 1 TO WS-NB-SUIVI
               MOVE WS-NB-SUIVI TO WS-IDX-SUI
               MOVE WS-EMP-ID-T(WS-IDX-EMP) TO WS-SUI-EMP-ID(WS-IDX-SUI)
               MOVE WS-DATE-COURANT-NUM TO WS-SUI-DATE(WS-IDX-SUI)
               MOVE WS-EMP-JOUR(WS-IDX-EMP, WS-IDX-JOUR)
                   TO WS-ETAT-JOUR
               PERFORM DECRIRE-ETAT
               PERFORM DETERMINER-RESPONSABLE
               MOVE WS-RESP-EFF TO WS-SUI-RESP(WS-IDX-SUI)
               MOVE WS-DATE-JOUR TO WS-SUI-RELEVE(WS-IDX-SUI)
               MOVE 'EN_ATTENTE' TO WS-SUI-STATUT(WS-IDX-SUI)
               MOVE SPACES TO WS-SUI-MOTIF(WS-IDX-SUI)
               MOVE WS-DATE-JOUR TO WS-SUI-DATE-STATUT(WS-IDX-SUI)
               MOVE 'N' TO WS-SUI-ECRIT(WS-IDX-SUI)
               ADD 1 TO WS-NB-NOUVEAUX
           END-IF.

       RETENIR-ABSENCES.
      * Cutoff atteint : chaque jour de la periode toujours
      * EN_ATTENTE est pose en conge sans solde APPROUVE d'un jour
      * (ou d'une demi-journee), sous le meme verrou et avec la meme
      * trace d'audit que les autres poses dans conges.dat.
           PERFORM POSER-VERROU
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
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-STATUT(WS-IDX-SUI) = 'EN_ATTENTE'
                   AND WS-SUI-DATE(WS-IDX-SUI) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI) < WS-DATE-MOIS-SUIV
                   PERFORM POSER-SANS-SOLDE
               END-IF
           END-PERFORM
           CLOSE FICHIER-AUDIT
           CLOSE FICHIER-CONGES
           PERFORM LIBERER-VERROU
           SUBTRACT WS-NB-RETENUS FROM WS-NB-EN-ATTENTE.

       POSER-SANS-SOLDE.
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-SUI-DATE(WS-IDX-SUI)(1:4) '-'
               WS-SUI-DATE(WS-IDX-SUI)(5:2) '-'
               WS-SUI-DATE(WS-IDX-SUI)(7:2)
               DELIMITED SIZE INTO WS-DATE-ISO
           MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO CONGE-EMP-ID
           MOVE 'SansSolde'      TO CONGE-TYPE
           MOVE WS-DATE-ISO      TO CONGE-DEBUT
           MOVE WS-DATE-ISO      TO CONGE-FIN
           MOVE WS-SUI-NB-JOURS(WS-IDX-SUI) TO CONGE-NB-JOURS
           MOVE WS-SUI-DEMI-JOUR(WS-IDX-SUI) TO CONGE-DEMI-JOUR
           MOVE 'APPROUVE'       TO CONGE-STATUT
           WRITE CONGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-NB-NON-POSES
               NOT INVALID KEY
                   ADD 1 TO WS-NB-RETENUS
                   MOVE 'RETENUE' TO WS-SUI-STATUT(WS-IDX-SUI)
                   MOVE 'SANS SOLDE AU CUTOFF'
                       TO WS-SUI-MOTIF(WS-IDX-SUI)
                   MOVE WS-DATE-JOUR
                       TO WS-SUI-DATE-STATUT(WS-IDX-SUI)
                   PERFORM AUDITER-POSE
           END-WRITE.

       AUDITER-POSE.
      * Meme forme de ligne que la saisie unitaire (AJOUT par champ)
      * puis une ligne FORCAGE : la pose se fait sans demande ni
      * approbation du salarie ou de son responsable.
           MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO WS-ID-AFF
           MOVE 'conges.dat' TO WS-AUDIT-FICHIER
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE 'AJOUT' TO WS-AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-ANCIEN
           MOVE 'TYPE' TO WS-AUDIT-CHAMP
           MOVE 'SansSolde' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'DEBUT' TO WS-AUDIT-CHAMP
           MOVE WS-DATE-ISO TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'FIN' TO WS-AUDIT-CHAMP
           MOVE WS-DATE-ISO TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'STATUT' TO WS-AUDIT-CHAMP
           MOVE 'APPROUVE' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'FORCAGE' TO WS-AUDIT-OPERATION
           MOVE 'CONTROLES' TO WS-AUDIT-CHAMP
           MOVE 'DEMANDE+APPROBATION' TO WS-AUDIT-ANCIEN
           MOVE 'ABSENCE INJUSTIFIEE' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT.

       ECRIRE-LIGNE-AUDIT.
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-AUDIT ','
               WS-HEURE-AUDIT(1:6) ','
               FUNCTION TRIM(WS-AUDIT-FICHIER) ','
               WS-AUDIT-OPERATION ',' WS-ID-AFF ','
               WS-AUDIT-CHAMP ',' WS-AUDIT-ANCIEN ','
               WS-AUDIT-NOUVEAU
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT.

       POSER-VERROU.
      * Meme exclusion mutuelle sur conges.dat que US-06 : la pose
      * ne doit pas croiser une saisie ou une approbation.
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
           STRING WS-VERROU-UTIL ' US-115 '
               WS-VERROU-DATE ' ' WS-VERROU-HEURE(1:6)
               DELIMITED SIZE INTO LIGNE-VERROU
           WRITE LIGNE-VERROU
           CLOSE FICHIER-VERROU.

       LIBERER-VERROU.
           CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-VERROU.

       JUSTIFIER-ABSENCE.
      * Retour du responsable : le jour (ses deux demi-journees le
      * cas echeant) passe JUSTIFIEE avec le motif donne. Un jour
      * deja RETENUE se regularise dans conges.dat (US-95), pas ici.
           DISPLAY 'EMP-ID : '
           ACCEPT WS-SAISIE-EMP-ID
           DISPLAY 'Jour (AAAAMMJJ) : '
           ACCEPT WS-SAISIE-DATE
           DISPLAY 'Motif : '
           ACCEPT WS-SAISIE-MOTIF
           IF WS-SAISIE-EMP-ID NOT NUMERIC
               OR WS-SAISIE-DATE NOT NUMERIC
               DISPLAY 'ERREUR : EMP-ID ou jour invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SAISIE-MOTIF = SPACES
               DISPLAY 'ERREUR : motif obligatoire.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-EMP-ID TO WS-EMP-ID-JUST
           MOVE WS-SAISIE-DATE TO WS-DATE-JUST
           PERFORM CHARGER-SUIVI
           MOVE 0 TO WS-SUI-TROUVE
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-EMP-ID(WS-IDX-SUI) = WS-EMP-ID-JUST
                   AND WS-SUI-DATE(WS-IDX-SUI) = WS-DATE-JUST
                   MOVE WS-IDX-SUI TO WS-SUI-TROUVE
               END-IF
           END-PERFORM
           IF WS-SUI-TROUVE = 0
               DISPLAY 'Aucune absence injustifiee relevee pour '
                   WS-EMP-ID-JUST ' le ' WS-DATE-JUST '.'
               MOVE 8 TO WS-CODE-RETOUR
           ELSE
               MOVE WS-SUI-TROUVE TO WS-IDX-SUI
               EVALUATE WS-SUI-STATUT(WS-IDX-SUI)
                   WHEN 'EN_ATTENTE'
                       PERFORM ENREGISTRER-JUSTIFICATION
                   WHEN 'RETENUE'
                       DISPLAY 'Jour deja retenu sans solde : a '
                           'regulariser dans conges.dat (US-95).'
                       MOVE 8 TO WS-CODE-RETOUR
                   WHEN OTHER
                       DISPLAY 'Jour deja justifie ('
                           FUNCTION TRIM(WS-SUI-MOTIF(WS-IDX-SUI))
                           ').'
               END-EVALUATE
           END-IF.

       ENREGISTRER-JUSTIFICATION.
           MOVE 'JUSTIFIEE' TO WS-SUI-STATUT(WS-IDX-SUI)
           MOVE WS-SAISIE-MOTIF TO WS-SUI-MOTIF(WS-IDX-SUI)
           MOVE WS-DATE-JOUR TO WS-SUI-DATE-STATUT(WS-IDX-SUI)
           PERFORM ECRIRE-SUIVI
           MOVE WS-EMP-ID-JUST TO WS-ID-AFF
           MOVE 'absences-injustifiees.txt' TO WS-AUDIT-FICHIER
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE 'MODIF' TO WS-AUDIT-OPERATION
           MOVE 'STATUT' TO WS-AUDIT-CHAMP
           MOVE SPACES TO WS-AUDIT-ANCIEN
           STRING WS-DATE-JUST ' EN_ATTENTE'
               DELIMITED SIZE INTO WS-AUDIT-ANCIEN
           MOVE WS-SAISIE-MOTIF TO WS-AUDIT-NOUVEAU
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           PERFORM ECRIRE-LIGNE-AUDIT
           CLOSE FICHIER-AUDIT
           DISPLAY 'Absence du ' WS-DATE-JUST ' justifiee pour '
               WS-EMP-ID-JUST '.'.

       ECRIRE-SUIVI.
           OPEN OUTPUT FICHIER-SUIVI
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO AIJ-EMP-ID
               MOVE WS-SUI-DATE(WS-IDX-SUI) TO AIJ-DATE
               MOVE WS-SUI-DEMI-JOUR(WS-IDX-SUI) TO AIJ-DEMI-JOUR
               MOVE WS-SUI-NB-JOURS(WS-IDX-SUI) TO AIJ-NB-JOURS
               MOVE WS-SUI-RESP(WS-IDX-SUI) TO AIJ-RESPONSABLE
               MOVE WS-SUI-RELEVE(WS-IDX-SUI) TO AIJ-DATE-RELEVE
               MOVE WS-SUI-STATUT(WS-IDX-SUI) TO AIJ-STATUT
               MOVE WS-SUI-MOTIF(WS-IDX-SUI) TO AIJ-MOTIF
               MOVE WS-SUI-DATE-STATUT(WS-IDX-SUI) TO AIJ-DATE-STATUT
               WRITE ABSENCE-INJUSTIFIEE-RECORD
           END-PERFORM
           CLOSE FICHIER-SUIVI.

       ECRIRE-RELANCES.
      * Un recapitulatif par responsable, a la suite dans un seul
      * fichier, des jours de la periode a justifier (et, apres le
      * cutoff, de ceux retenus sans solde) ; les employes sans
      * responsable sont regroupes sous le destinataire RH.
           OPEN OUTPUT FICHIER-RELANCES
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-DATE(WS-IDX-SUI) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI) < WS-DATE-MOIS-SUIV
                   AND WS-SUI-STATUT(WS-IDX-SUI) NOT = 'JUSTIFIEE'
                   AND WS-SUI-ECRIT(WS-IDX-SUI) = 'N'
                   PERFORM ECRIRE-UN-DESTINATAIRE
               END-IF
           END-PERFORM
           CLOSE FICHIER-RELANCES.

       ECRIRE-UN-DESTINATAIRE.
           ADD 1 TO WS-NB-DESTINATAIRES
           MOVE WS-SUI-RESP(WS-IDX-SUI) TO WS-RESP-EFF
           MOVE 0 TO WS-NB-DU-DESTINATAIRE
           MOVE 0 TO WS-JOURS-DESTINATAIRE
           PERFORM VARYING WS-IDX-SUI2 FROM WS-IDX-SUI BY 1
               UNTIL WS-IDX-SUI2 > WS-NB-SUIVI
               IF WS-SUI-RESP(WS-IDX-SUI2) = WS-RESP-EFF
                   AND WS-SUI-DATE(WS-IDX-SUI2) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI2) < WS-DATE-MOIS-SUIV
                   AND WS-SUI-STATUT(WS-IDX-SUI2) NOT = 'JUSTIFIEE'
                   ADD 1 TO WS-NB-DU-DESTINATAIRE
                   ADD WS-SUI-NB-JOURS(WS-IDX-SUI2)
                       TO WS-JOURS-DESTINATAIRE
               END-IF
           END-PERFORM

           MOVE '==========================================='
               TO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           STRING 'ABSENCES SANS POINTAGE NI JUSTIFICATIF - '
               'PERIODE ' WS-PERIODE
               DELIMITED SIZE INTO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-RESP-EFF = 0
               MOVE 'Destinataire : RH (aucun responsable)'
                   TO LIGNE-RELANCE
           ELSE
               MOVE WS-RESP-EFF TO WS-ID-CHERCHE
               PERFORM TROUVER-EMPLOYE
               IF WS-IDX-TROUVE > 0
                   STRING 'Destinataire : ' WS-RESP-EFF ' '
                       FUNCTION TRIM(WS-EMP-PRENOM-T(WS-IDX-TROUVE))
                       ' ' FUNCTION TRIM(WS-EMP-NOM-T(WS-IDX-TROUVE))
                       DELIMITED SIZE INTO LIGNE-RELANCE
               ELSE
                   STRING 'Destinataire : ' WS-RESP-EFF
                       DELIMITED SIZE INTO LIGNE-RELANCE
               END-IF
           END-IF
           WRITE LIGNE-RELANCE
           MOVE WS-JOURS-DESTINATAIRE TO WS-AFF-JOURS
           MOVE SPACES TO LIGNE-RELANCE
           STRING 'Jours concernes : ' FUNCTION TRIM(WS-AFF-JOURS)
               DELIMITED SIZE INTO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-CUTOFF > 0
               STRING 'Justificatif attendu avant le cutoff du '
                   WS-CUTOFF(7:2) '/' WS-CUTOFF(5:2) '/'
                   WS-CUTOFF(1:4) ', faute de quoi le jour est '
                   'retenu'
                   DELIMITED SIZE INTO LIGNE-RELANCE
           ELSE
               MOVE 'Justificatif attendu avant le cutoff de la '
                   & 'paie, faute de quoi le jour est retenu'
                   TO LIGNE-RELANCE
           END-IF
           WRITE LIGNE-RELANCE
           MOVE '-------------------------------------------'
               TO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           PERFORM VARYING WS-IDX-SUI2 FROM WS-IDX-SUI BY 1
               UNTIL WS-IDX-SUI2 > WS-NB-SUIVI
               IF WS-SUI-RESP(WS-IDX-SUI2) = WS-RESP-EFF
                   AND WS-SUI-DATE(WS-IDX-SUI2) >= WS-DATE-PREMIER
                   AND WS-SUI-DATE(WS-IDX-SUI2) < WS-DATE-MOIS-SUIV
                   AND WS-SUI-STATUT(WS-IDX-SUI2) NOT = 'JUSTIFIEE'
                   PERFORM ECRIRE-LIGNE-ABSENCE
                   MOVE 'O' TO WS-SUI-ECRIT(WS-IDX-SUI2)
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-ABSENCE.
           MOVE WS-SUI-EMP-ID(WS-IDX-SUI2) TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           MOVE WS-SUI-NB-JOURS(WS-IDX-SUI2) TO WS-AFF-JOURS
           IF WS-SUI-STATUT(WS-IDX-SUI2) = 'RETENUE'
               MOVE 'RETENU SANS SOLDE' TO WS-LIBELLE-STATUT
           ELSE
               MOVE 'a justifier' TO WS-LIBELLE-STATUT
           END-IF
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-IDX-TROUVE > 0
               STRING WS-SUI-EMP-ID(WS-IDX-SUI2) ' '
                   WS-EMP-NOM-T(WS-IDX-TROUVE) ' le '
                   WS-SUI-DATE(WS-IDX-SUI2)(7:2) '/'
                   WS-SUI-DATE(WS-IDX-SUI2)(5:2) '/'
                   WS-SUI-DATE(WS-IDX-SUI2)(1:4) ' '
                   WS-SUI-DEMI-JOUR(WS-IDX-SUI2) ' ' WS-AFF-JOURS
                   ' j  ' WS-LIBELLE-STATUT
                   DELIMITED SIZE INTO LIGNE-RELANCE
           ELSE
               STRING WS-SUI-EMP-ID(WS-IDX-SUI2) ' '
                   '(inconnu)            le '
                   WS-SUI-DATE(WS-IDX-SUI2)(7:2) '/'
                   WS-SUI-DATE(WS-IDX-SUI2)(5:2) '/'
                   WS-SUI-DATE(WS-IDX-SUI2)(1:4) ' '
                   WS-SUI-DEMI-JOUR(WS-IDX-SUI2) ' ' WS-AFF-JOURS
                   ' j  ' WS-LIBELLE-STATUT
                   DELIMITED SIZE INTO LIGNE-RELANCE
           END-IF
           WRITE LIGNE-RELANCE.

       ECRIRE-ALERTES.
      * Alertes collectees par la corbeille operateur (US-78) : jours
      * encore a justifier a WS-DELAI-ALERTE jours ou moins du
      * cutoff, libelle stable d'un passage a l'autre. Le fichier
      * est reecrit a chaque passage.
           OPEN OUTPUT FICHIER-ALERTES
           IF WS-CUTOFF > 0
               AND WS-INT-JOUR + WS-DELAI-ALERTE >= WS-INT-CUTOFF
               PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
                   UNTIL WS-IDX-SUI > WS-NB-SUIVI
                   IF WS-SUI-STATUT(WS-IDX-SUI) = 'EN_ATTENTE'
                       AND WS-SUI-DATE(WS-IDX-SUI) >= WS-DATE-PREMIER
                       AND WS-SUI-DATE(WS-IDX-SUI)
                           < WS-DATE-MOIS-SUIV
                       ADD 1 TO WS-NB-ALERTES
                       MOVE SPACES TO LIGNE-ALERTE
                       STRING 'Absence injustifiee EMP-ID '
                           WS-SUI-EMP-ID(WS-IDX-SUI) ' le '
                           WS-SUI-DATE(WS-IDX-SUI) ' '
                           WS-SUI-DEMI-JOUR(WS-IDX-SUI)
                           ' - retenue au cutoff ' WS-CUTOFF
                           DELIMITED SIZE INTO LIGNE-ALERTE
                       WRITE LIGNE-ALERTE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FICHIER-ALERTES.
