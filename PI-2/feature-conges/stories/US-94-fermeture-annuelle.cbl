       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-94-FERMETURE-ANNUELLE.
      * US-94 : Pose en masse des CP d'une fermeture collective
      *         (fermeture annuelle d'un site ou d'un departement)
      * Feature 3 : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-DROITS
               ASSIGN TO WS-CHEMIN-DROITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DROITS.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-VERROU
               ASSIGN TO WS-CHEMIN-VERROU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-FERIES.
           COPY '../../../copybooks/ferie.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-DROITS.
           COPY '../../../copybooks/droits.cpy'.

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT       PIC X(140).

        FD FICHIER-VERROU.
        01 LIGNE-VERROU       PIC X(60).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-FERIES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-DROITS    PIC XX.
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

      * Perimetre de la fermeture : un site (EMP-SITE) ou un
      * departement (EMP-DEPARTEMENT), et la plage fermee.
        01 WS-SAISIE-PERIMETRE PIC X     VALUE SPACES.
        01 WS-SAISIE-VALEUR    PIC X(15) VALUE SPACES.
        01 WS-SAISIE-DEBUT     PIC X(10) VALUE SPACES.
        01 WS-SAISIE-FIN       PIC X(10) VALUE SPACES.
        01 WS-CONFIRMATION     PIC X     VALUE SPACES.
        01 WS-DATE-CTRL        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.
        01 WS-DATE-DEBUT-NUM   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-NUM     PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE        PIC X     VALUE 'N'.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.

      * Jours feries de tous les sites : chaque employe du
      * perimetre (un departement peut s'etendre sur plusieurs
      * etablissements) ne chome que les feries nationaux et ceux
      * de son site.
        01 WS-TAB-FERIES.
            05 WS-FERIE OCCURS 999 TIMES.
                10 WS-FERIE-DATE  PIC 9(8).
                10 WS-FERIE-SITE  PIC X(10).
        01 WS-NB-FERIES        PIC 9(3)  VALUE 0.
        01 WS-IDX-FERIE        PIC 9(3)  VALUE 0.

      * Employes ACTIF du perimetre, droits et consommations CP/RTT
      * (meme solde que US-07 : droit de l'exercice ou standard, plus
      * report N-1 non expire, moins les conges approuves).
        01 WS-CP-DEFAUT        PIC 9(3)  VALUE 25.
        01 WS-RTT-DEFAUT       PIC 9(3)  VALUE 10.
        01 WS-TAB-FERMETURE.
            05 WS-FRM OCCURS 2000 TIMES.
                10 WS-FRM-EMP-ID   PIC 9(5).
                10 WS-FRM-NOM      PIC X(20).
                10 WS-FRM-SITE     PIC X(10).
                10 WS-FRM-CP-TOTAL PIC 9(3)V9(2).
                10 WS-FRM-RTT-TOTAL PIC 9(3)V9(2).
                10 WS-FRM-CP-N1    PIC 9(3)V9(2).
                10 WS-FRM-CP-PRIS  PIC 9(3)V9.
                10 WS-FRM-RTT-PRIS PIC 9(3)V9.
        01 WS-NB-FERMETURE     PIC 9(4)  VALUE 0.
        01 WS-IDX-FRM          PIC 9(4)  VALUE 0.
        01 WS-IDX-CHERCHE      PIC 9(4)  VALUE 0.

        01 WS-JOURS-FERMETURE  PIC 9(3)V9 VALUE 0.
        01 WS-SOLDE-CP         PIC S9(3)V9 VALUE 0.
        01 WS-SOLDE-RTT        PIC S9(3)V9 VALUE 0.
        01 WS-TYPE-POSE        PIC X(10) VALUE SPACES.
        01 WS-CHOIX            PIC X     VALUE SPACES.
        01 WS-ECRITURE-OK      PIC X     VALUE 'N'.
        01 WS-ISSUE            PIC X(30) VALUE SPACES.

        01 WS-NB-POSES         PIC 9(4)  VALUE 0.
        01 WS-NB-INSUFFISANTS  PIC 9(4)  VALUE 0.
        01 WS-NB-NON-POSES     PIC 9(4)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-JOURS        PIC ZZ9.9.
        01 WS-AFF-SOLDE        PIC -ZZ9.9.
        01 WS-AFF-SOLDE-RTT    PIC -ZZ9.9.

        01 WS-VERROU-CONF      PIC X     VALUE SPACES.
        01 WS-VERROU-UTIL      PIC X(20) VALUE SPACES.
        01 WS-VERROU-DATE      PIC 9(8)  VALUE 0.
        01 WS-VERROU-HEURE     PIC 9(8)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FERIES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DROITS    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VERROU    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY '================================'
           DISPLAY ' FERMETURE COLLECTIVE (CP)      '
           DISPLAY '================================'
           PERFORM SAISIR-FERMETURE
           PERFORM POSER-VERROU

           PERFORM CHARGER-EMPLOYES
           IF WS-NB-FERMETURE = 0
               DISPLAY 'Aucun employe ACTIF dans le perimetre '
                   FUNCTION TRIM(WS-SAISIE-VALEUR) '.'
               PERFORM LIBERER-VERROU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHARGER-DROITS
           PERFORM CHARGER-CONSOMMATIONS
           PERFORM CHARGER-FERIES

           DISPLAY WS-NB-FERMETURE ' employes concernes du '
               WS-SAISIE-DEBUT ' au ' WS-SAISIE-FIN
           DISPLAY 'Poser la fermeture ? (O/N) : '
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY 'Fermeture abandonnee, rien n''est pose.'
               PERFORM LIBERER-VERROU
               GOBACK
           END-IF

           OPEN OUTPUT FICHIER-RAPPORT
           PERFORM ECRIRE-ENTETE-RAPPORT
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
           PERFORM VARYING WS-IDX-FRM FROM 1 BY 1
               UNTIL WS-IDX-FRM > WS-NB-FERMETURE
               PERFORM TRAITER-UN-EMPLOYE
           END-PERFORM
           CLOSE FICHIER-AUDIT
           CLOSE FICHIER-CONGES
           PERFORM ECRIRE-PIED-RAPPORT
           CLOSE FICHIER-RAPPORT
           PERFORM LIBERER-VERROU

           DISPLAY '--------------------------------'
           DISPLAY 'Conges poses       : ' WS-NB-POSES
           DISPLAY 'CP insuffisants    : ' WS-NB-INSUFFISANTS
           DISPLAY 'Non poses          : ' WS-NB-NON-POSES
           DISPLAY 'Rapport : fermeture-annuelle.txt'
           IF WS-NB-NON-POSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
               MOVE '../conges.dat' TO WS-CHEMIN-CONGES
               MOVE '../jours-feries.txt' TO WS-CHEMIN-FERIES
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../droits-conges.txt' TO WS-CHEMIN-DROITS
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../verrou-conges.txt' TO WS-CHEMIN-VERROU
               MOVE '../fermeture-annuelle.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/jours-feries.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FERIES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/droits-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DROITS
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/verrou-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VERROU
               STRING FUNCTION TRIM(WS-RACINE)
                   '/fermeture-annuelle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       SAISIR-FERMETURE.
           DISPLAY 'Perimetre (S = site, D = departement) : '
           ACCEPT WS-SAISIE-PERIMETRE
           IF WS-SAISIE-PERIMETRE = 's'
               MOVE 'S' TO WS-SAISIE-PERIMETRE
           END-IF
           IF WS-SAISIE-PERIMETRE = 'd'
               MOVE 'D' TO WS-SAISIE-PERIMETRE
           END-IF
           IF WS-SAISIE-PERIMETRE NOT = 'S'
               AND WS-SAISIE-PERIMETRE NOT = 'D'
               DISPLAY 'ERREUR : perimetre S ou D attendu.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SAISIE-PERIMETRE = 'S'
               DISPLAY 'Site (EMP-SITE)               : '
           ELSE
               DISPLAY 'Departement (EMP-DEPARTEMENT) : '
           END-IF
           ACCEPT WS-SAISIE-VALEUR
           DISPLAY 'Debut de fermeture (AAAA-MM-JJ) : '
           ACCEPT WS-SAISIE-DEBUT
           DISPLAY 'Fin de fermeture (AAAA-MM-JJ)   : '
           ACCEPT WS-SAISIE-FIN
           IF WS-SAISIE-VALEUR = SPACES
               DISPLAY 'ERREUR : perimetre non renseigne.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * Memes controles calendaires que la saisie unitaire (US-06).
           MOVE WS-SAISIE-DEBUT(1:4) TO WS-DATE-CTRL(1:4)
           MOVE WS-SAISIE-DEBUT(6:2) TO WS-DATE-CTRL(5:2)
           MOVE WS-SAISIE-DEBUT(9:2) TO WS-DATE-CTRL(7:2)
           CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
           IF WS-CODE-DATE NOT = 0
               DISPLAY 'ERREUR : date de debut invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-CTRL TO WS-DATE-DEBUT-NUM
           MOVE WS-SAISIE-FIN(1:4) TO WS-DATE-CTRL(1:4)
           MOVE WS-SAISIE-FIN(6:2) TO WS-DATE-CTRL(5:2)
           MOVE WS-SAISIE-FIN(9:2) TO WS-DATE-CTRL(7:2)
           CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
           IF WS-CODE-DATE NOT = 0
               DISPLAY 'ERREUR : date de fin invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-CTRL TO WS-DATE-FIN-NUM
           IF WS-DATE-FIN-NUM < WS-DATE-DEBUT-NUM
               DISPLAY 'ERREUR : date de fin anterieure a la date '
                   'de debut.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INT-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM)
           COMPUTE WS-INT-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM).

       POSER-VERROU.
      * Meme exclusion mutuelle sur conges.dat que US-06 : la pose
      * en masse ne doit pas croiser une saisie ou une approbation.
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
           STRING WS-VERROU-UTIL ' US-94 '
               WS-VERROU-DATE ' ' WS-VERROU-HEURE(1:6)
               DELIMITED SIZE INTO LIGNE-VERROU
           WRITE LIGNE-VERROU
           CLOSE FICHIER-VERROU.

       LIBERER-VERROU.
           CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-VERROU.

       CHARGER-EMPLOYES.
           MOVE 0 TO WS-NB-FERMETURE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               PERFORM LIBERER-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EMP-STATUT = 'ACTIF'
                           AND ((WS-SAISIE-PERIMETRE = 'S'
                               AND EMP-SITE = WS-SAISIE-VALEUR)
                           OR (WS-SAISIE-PERIMETRE = 'D'
                               AND EMP-DEPARTEMENT = WS-SAISIE-VALEUR))
                           AND WS-NB-FERMETURE < 2000
                           ADD 1 TO WS-NB-FERMETURE
                           MOVE EMP-ID TO WS-FRM-EMP-ID(WS-NB-FERMETURE)
                           MOVE EMP-NOM TO WS-FRM-NOM(WS-NB-FERMETURE)
                           MOVE EMP-SITE
                               TO WS-FRM-SITE(WS-NB-FERMETURE)
                           MOVE WS-CP-DEFAUT
                               TO WS-FRM-CP-TOTAL(WS-NB-FERMETURE)
                           MOVE WS-RTT-DEFAUT
                               TO WS-FRM-RTT-TOTAL(WS-NB-FERMETURE)
                           MOVE 0 TO WS-FRM-CP-N1(WS-NB-FERMETURE)
                           MOVE 0 TO WS-FRM-CP-PRIS(WS-NB-FERMETURE)
                           MOVE 0 TO WS-FRM-RTT-PRIS(WS-NB-FERMETURE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHERCHER-EMPLOYE.
      * WS-IDX-CHERCHE pointe l'employe WS-ID-AFF dans la table, ou
      * vaut WS-NB-FERMETURE + 1 s'il est hors perimetre.
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > WS-NB-FERMETURE
               OR WS-FRM-EMP-ID(WS-IDX-CHERCHE) = WS-ID-AFF
               CONTINUE
           END-PERFORM.

       CHARGER-DROITS.
      * Fichier optionnel : un employe absent garde le droit
      * standard, comme dans US-07.
           OPEN INPUT FICHIER-DROITS
           IF WS-STATUT-DROITS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-DROITS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE DROITS-EMP-ID TO WS-ID-AFF
                           PERFORM CHERCHER-EMPLOYE
                           IF WS-IDX-CHERCHE <= WS-NB-FERMETURE
                               MOVE DROITS-CP TO
                                   WS-FRM-CP-TOTAL(WS-IDX-CHERCHE)
                               MOVE DROITS-RTT TO
                                   WS-FRM-RTT-TOTAL(WS-IDX-CHERCHE)
                               IF DROITS-CP-N1-EXPIRE = 0
                                   OR DROITS-CP-N1-EXPIRE
                                       >= WS-DATE-DEBUT-NUM
                                   MOVE DROITS-CP-N1 TO
                                     WS-FRM-CP-N1(WS-IDX-CHERCHE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DROITS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-CONSOMMATIONS.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-STATUT = 'APPROUVE  '
                               PERFORM CUMULER-CONSOMMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-CONSOMMATION.
           MOVE CONGE-EMP-ID TO WS-ID-AFF
           PERFORM CHERCHER-EMPLOYE
           IF WS-IDX-CHERCHE <= WS-NB-FERMETURE
               EVALUATE CONGE-TYPE
                   WHEN 'CP        '
                       ADD CONGE-NB-JOURS
                           TO WS-FRM-CP-PRIS(WS-IDX-CHERCHE)
                   WHEN 'RTT       '
                       ADD CONGE-NB-JOURS
                           TO WS-FRM-RTT-PRIS(WS-IDX-CHERCHE)
               END-EVALUATE
           END-IF.

       CHARGER-FERIES.
      * Fichier optionnel : sans calendrier, aucun jour ferie n'est
      * exclu de la fermeture.
           MOVE 0 TO WS-NB-FERIES
           OPEN INPUT FICHIER-FERIES
           IF WS-STATUT-FERIES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FERIES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF FERIE-DATE >= WS-DATE-DEBUT-NUM
                               AND FERIE-DATE <= WS-DATE-FIN-NUM
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
      * Jours ouvres de la fermeture pour l'employe courant : hors
      * jours de repos de son horaire (samedi et dimanche sans
      * horaire individuel), feries nationaux et feries de son site.
           MOVE 0 TO WS-JOURS-FERMETURE
           PERFORM VARYING WS-INT-COURANT FROM WS-INT-DEBUT BY 1
               UNTIL WS-INT-COURANT > WS-INT-FIN
               COMPUTE WS-DATE-COURANT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
               CALL 'HORAIRE-JOUR' USING WS-FRM-EMP-ID(WS-IDX-FRM)
                   WS-DATE-COURANT-NUM WS-HEURES-PREVUES
                   WS-ORIGINE-HORAIRE
               IF WS-HEURES-PREVUES > 0
                   MOVE 'N' TO WS-EST-FERIE
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
                       IF WS-FERIE-DATE(WS-IDX-FERIE)
                               = WS-DATE-COURANT-NUM
                           AND (WS-FERIE-SITE(WS-IDX-FERIE) = SPACES
                           OR WS-FERIE-SITE(WS-IDX-FERIE)
                               = WS-FRM-SITE(WS-IDX-FRM))
                           MOVE 'O' TO WS-EST-FERIE
                       END-IF
                   END-PERFORM
                   IF WS-EST-FERIE = 'N'
                       ADD 1 TO WS-JOURS-FERMETURE
                   END-IF
               END-IF
           END-PERFORM.

       TRAITER-UN-EMPLOYE.
      * CP suffisant : CP pose d'office. Sinon l'operateur choisit
      * pour ce salarie entre CP par anticipation (solde negatif
      * assume), RTT (si le solde RTT couvre la fermeture) ou conge
      * sans solde ; sans choix, rien n'est pose et le salarie reste
      * liste au rapport pour regularisation.
           PERFORM CALCULER-JOURS-OUVRES
           MOVE WS-FRM-EMP-ID(WS-IDX-FRM) TO WS-ID-AFF
           COMPUTE WS-SOLDE-CP = WS-FRM-CP-TOTAL(WS-IDX-FRM)
               + WS-FRM-CP-N1(WS-IDX-FRM) - WS-FRM-CP-PRIS(WS-IDX-FRM)
           COMPUTE WS-SOLDE-RTT = WS-FRM-RTT-TOTAL(WS-IDX-FRM)
               - WS-FRM-RTT-PRIS(WS-IDX-FRM)
           MOVE SPACES TO WS-TYPE-POSE
           MOVE SPACES TO WS-ISSUE
           IF WS-JOURS-FERMETURE = 0
               MOVE 'aucun jour ouvre' TO WS-ISSUE
           ELSE
               IF WS-SOLDE-CP >= WS-JOURS-FERMETURE
                   MOVE 'CP' TO WS-TYPE-POSE
                   MOVE 'CP pose' TO WS-ISSUE
               ELSE
                   ADD 1 TO WS-NB-INSUFFISANTS
                   PERFORM CHOISIR-ALTERNATIVE
               END-IF
           END-IF
           IF WS-TYPE-POSE NOT = SPACES
               PERFORM POSER-CONGE
           ELSE
               IF WS-JOURS-FERMETURE > 0
                   ADD 1 TO WS-NB-NON-POSES
               END-IF
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CHOISIR-ALTERNATIVE.
           MOVE WS-JOURS-FERMETURE TO WS-AFF-JOURS
           MOVE WS-SOLDE-CP TO WS-AFF-SOLDE
           MOVE WS-SOLDE-RTT TO WS-AFF-SOLDE-RTT
           DISPLAY '--------------------------------'
           DISPLAY 'CP INSUFFISANTS : ' WS-ID-AFF ' '
               WS-FRM-NOM(WS-IDX-FRM)
           DISPLAY '  Fermeture ' WS-AFF-JOURS ' j, solde CP '
               WS-AFF-SOLDE ' j, solde RTT ' WS-AFF-SOLDE-RTT ' j'
           DISPLAY '  A = CP par anticipation, R = RTT, '
               'S = sans solde, vide = ne rien poser : '
           MOVE SPACES TO WS-CHOIX
           ACCEPT WS-CHOIX
           EVALUATE WS-CHOIX
               WHEN 'A'
               WHEN 'a'
                   MOVE 'CP' TO WS-TYPE-POSE
                   MOVE 'CP par anticipation' TO WS-ISSUE
               WHEN 'R'
               WHEN 'r'
                   IF WS-SOLDE-RTT >= WS-JOURS-FERMETURE
                       MOVE 'RTT' TO WS-TYPE-POSE
                       MOVE 'RTT pose (CP insuffisant)' TO WS-ISSUE
                   ELSE
                       DISPLAY '  Solde RTT insuffisant : rien pose.'
                       MOVE 'NON POSE - RTT insuffisant' TO WS-ISSUE
                   END-IF
               WHEN 'S'
               WHEN 's'
                   MOVE 'SansSolde' TO WS-TYPE-POSE
                   MOVE 'sans solde (CP insuffisant)' TO WS-ISSUE
               WHEN OTHER
                   MOVE 'NON POSE - CP insuffisant' TO WS-ISSUE
           END-EVALUATE.

       POSER-CONGE.
      * Conge de fermeture pose APPROUVE d'office, sans les controles
      * de chevauchement ni de plancher d'effectif de la saisie
      * unitaire : la fermeture s'impose a tous. Cette derogation est
      * tracee dans l'audit pour chaque salarie.
           MOVE WS-FRM-EMP-ID(WS-IDX-FRM) TO CONGE-EMP-ID
           MOVE WS-TYPE-POSE     TO CONGE-TYPE
           MOVE WS-SAISIE-DEBUT  TO CONGE-DEBUT
           MOVE WS-SAISIE-FIN    TO CONGE-FIN
           MOVE WS-JOURS-FERMETURE TO CONGE-NB-JOURS
           MOVE SPACES           TO CONGE-DEMI-JOUR
           MOVE 'APPROUVE'       TO CONGE-STATUT
           MOVE 'N' TO WS-ECRITURE-OK
           WRITE CONGE-RECORD
               INVALID KEY
                   MOVE 'NON POSE - conge deja pose a cette date'
                       TO WS-ISSUE
                   ADD 1 TO WS-NB-NON-POSES
               NOT INVALID KEY
                   MOVE 'O' TO WS-ECRITURE-OK
                   ADD 1 TO WS-NB-POSES
                   PERFORM AUDITER-POSE
           END-WRITE.

       AUDITER-POSE.
      * Meme forme de ligne que la saisie unitaire (AJOUT par champ)
      * puis une ligne FORCAGE pour la derogation aux controles.
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE 'AJOUT' TO WS-AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-ANCIEN
           MOVE 'TYPE' TO WS-AUDIT-CHAMP
           MOVE WS-TYPE-POSE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'DEBUT' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-DEBUT TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'FIN' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-FIN TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'STATUT' TO WS-AUDIT-CHAMP
           MOVE 'APPROUVE' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'FORCAGE' TO WS-AUDIT-OPERATION
           MOVE 'CONTROLES' TO WS-AUDIT-CHAMP
           MOVE 'CHEVAUCHEMENT+EFFECTIF' TO WS-AUDIT-ANCIEN
           MOVE SPACES TO WS-AUDIT-NOUVEAU
           STRING 'FERMETURE ' WS-SAISIE-PERIMETRE ' '
               WS-SAISIE-VALEUR
               DELIMITED SIZE INTO WS-AUDIT-NOUVEAU
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

       ECRIRE-ENTETE-RAPPORT.
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SAISIE-PERIMETRE = 'S'
               STRING 'FERMETURE COLLECTIVE - SITE '
                   WS-SAISIE-VALEUR
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'FERMETURE COLLECTIVE - DEPARTEMENT '
                   WS-SAISIE-VALEUR
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Du ' WS-SAISIE-DEBUT ' au ' WS-SAISIE-FIN
               ' - pose le ' WS-DATE-SYS ' par ' WS-UTILISATEUR
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'EMP-ID NOM                  JOURS SOLDE CP  ISSUE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-JOURS-FERMETURE TO WS-AFF-JOURS
           MOVE WS-SOLDE-CP TO WS-AFF-SOLDE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-ID-AFF '  ' WS-FRM-NOM(WS-IDX-FRM) ' '
               WS-AFF-JOURS ' ' WS-AFF-SOLDE '    ' WS-ISSUE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-PIED-RAPPORT.
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Poses : ' WS-NB-POSES
               '   CP insuffisants : ' WS-NB-INSUFFISANTS
               '   Non poses : ' WS-NB-NON-POSES
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
